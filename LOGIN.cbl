      *           area EXTERNAL de sessao (SESSAO.CPY) o usuario, o
      *           nivel e a matriz de permissoes por modulo do
      *           registro do usuario.
      * Modification History:
      *  15/10/2026 GC - senha e historico gravados e conferidos como
      *                  resumo de mao unica com sal (SENHACOD.cbl); a
      *                  senha em claro nao vai mais para USUARIOS.DAT.
      *  15/10/2026 GC - sessao registrada em SESSOES.DAT (SESSREG.cbl)
      *                  com o terminal: segundo login do mesmo
      *                  usuario com sessao viva em outro terminal e
      *                  recusado (DUPLA no LOGINLOG.LOG), ou derruba
      *                  a outra com aviso quando SESSAO-DUPLA = 1.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-SENHA-NOVA  PIC X(10) VALUE SPACES.
       77 WRK-SENHA-OK    PIC X(01) VALUE 'N'.
       77 WRK-IX-PERM     PIC 9(01) VALUE ZEROS.
       77 WRK-TERMINAL    PIC X(16) VALUE SPACES.
       01 WRK-SESSREG-PARM.
            05 WRK-SRG-OPERACAO   PIC X(01).
            05 WRK-SRG-USUARIO    PIC X(20).
            05 WRK-SRG-TERMINAL   PIC X(16).
            05 WRK-SRG-RESULTADO  PIC X(01).
            05 WRK-SRG-TERM-OUTRA PIC X(16).
       01 WRK-SENHACOD-PARM.
            05 WRK-SHC-LOGIN   PIC X(20).
            05 WRK-SHC-SENHA   PIC X(10).
            05 WRK-SHC-RESUMO  PIC X(10).
       COPY 'SESSAO.CPY'.

       SCREEN SECTION.
       0001-PRINCIPAL.
            MOVE SPACES TO SES-USUARIO SES-PERMISSOES.
            MOVE ZEROS TO SES-NIVEL.
            MOVE SPACES TO SES-TERMINAL.
            PERFORM 1000-INICIAR.
            PERFORM 1050-AUTENTICA.
            PERFORM 3000-FINALIZAR.
      *           primeiro acesso do sistema: semeia o ADMIN com
      *           troca de senha obrigatoria e todas as permissoes
                  MOVE 'ADMIN' TO USUARIO-LOGIN
                  MOVE 'ADMIN' TO WRK-SHC-LOGIN
                  MOVE 'ADMIN' TO WRK-SHC-SENHA
                  PERFORM 1090-CODIFICA-SENHA
                  MOVE WRK-SHC-RESUMO TO USUARIO-SENHA
                  MOVE 03      TO USUARIO-NIVEL
                  MOVE 'A'     TO USUARIO-SITUACAO
                  MOVE ZEROS   TO USUARIO-FALHAS USUARIO-DT-TROCA
                  IF USU-BLOQUEADO
                     MOVE 'BLOQUEIO' TO WRK-RESULT-LOGIN
                  ELSE
                     MOVE USUARIO-LOGIN TO WRK-SHC-LOGIN
                     MOVE WRK-SENHA     TO WRK-SHC-SENHA
                     PERFORM 1090-CODIFICA-SENHA
                     IF USUARIO-SENHA = WRK-SHC-RESUMO
                        MOVE USUARIO-NIVEL TO WRK-NIVEL
                        MOVE 'SUCESSO' TO WRK-RESULT-LOGIN
                        IF USUARIO-FALHAS NOT = ZEROS
                     END-IF
                  END-IF
            END-READ.
            IF WRK-RESULT-LOGIN = 'SUCESSO'
               PERFORM 1200-REGISTRA-SESSAO
            END-IF.
            PERFORM 1060-GRAVA-LOGINLOG.
            EVALUATE WRK-RESULT-LOGIN
               WHEN 'BLOQUEIO'
                  DISPLAY 'CONTA BLOQUEADA - PROCURE UM ADM'
               WHEN 'FALHA'
                  DISPLAY 'USUARIO OU SENHA INVALIDOS'
               WHEN 'DUPLA'
                  DISPLAY 'USUARIO JA CONECTADO NO TERMINAL '
                          WRK-SRG-TERM-OUTRA
               WHEN OTHER
                  IF WRK-SRG-RESULTADO = 'W'
                     DISPLAY 'AVISO: SESSAO ABERTA NO TERMINAL '
                             WRK-SRG-TERM-OUTRA ' FOI ENCERRADA'
                  END-IF
                  MOVE WRK-USUARIO TO SES-USUARIO
                  MOVE WRK-NIVEL   TO SES-NIVEL
                  MOVE USUARIO-PERMISSOES TO SES-PERMISSOES
                  MOVE WRK-TERMINAL TO SES-TERMINAL
            END-EVALUATE.

       1060-GRAVA-LOGINLOG.
            IF WRK-SENHA-NOVA = SPACES
               DISPLAY 'SENHA EM BRANCO NAO PERMITIDA'
            ELSE
            MOVE USUARIO-LOGIN  TO WRK-SHC-LOGIN
            MOVE WRK-SENHA-NOVA TO WRK-SHC-SENHA
            PERFORM 1090-CODIFICA-SENHA
            IF WRK-SHC-RESUMO = USUARIO-SENHA
               OR WRK-SHC-RESUMO = USUARIO-SENHA-ANT(1)
               OR WRK-SHC-RESUMO = USUARIO-SENHA-ANT(2)
               OR WRK-SHC-RESUMO = USUARIO-SENHA-ANT(3)
               DISPLAY 'SENHA JA USADA RECENTEMENTE - ESCOLHA OUTRA'
            ELSE
               MOVE USUARIO-SENHA-ANT(2) TO USUARIO-SENHA-ANT(3)
               MOVE USUARIO-SENHA-ANT(1) TO USUARIO-SENHA-ANT(2)
               MOVE USUARIO-SENHA        TO USUARIO-SENHA-ANT(1)
               MOVE WRK-SHC-RESUMO       TO USUARIO-SENHA
               MOVE WRK-DATA-SISTEMA     TO USUARIO-DT-TROCA
               REWRITE USUARIO-REG
                  INVALID KEY
            END-IF
            END-IF.

      *----------------------------------------------------------------
      * Resumo de mao unica de WRK-SHC-SENHA com o login como sal
      * (SENHACOD.cbl); sem a subrotina o resumo fica em HIGH-VALUES
      * e nao confere com nada.
      *----------------------------------------------------------------
       1090-CODIFICA-SENHA.
            MOVE HIGH-VALUES TO WRK-SHC-RESUMO.
            CALL 'SENHACOD' USING WRK-SENHACOD-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

      *----------------------------------------------------------------
      * Senha conferida: a sessao entra no SESSOES.DAT com o terminal
      * da variavel de ambiente TERMINAL; sessao viva do mesmo usuario
      * em outro terminal vira DUPLA (ver SESSREG.cbl).
      *----------------------------------------------------------------
       1200-REGISTRA-SESSAO.
            MOVE SPACES TO WRK-TERMINAL.
            DISPLAY 'TERMINAL' UPON ENVIRONMENT-NAME.
            ACCEPT WRK-TERMINAL FROM ENVIRONMENT-VALUE.
            MOVE 'A'          TO WRK-SRG-OPERACAO.
            MOVE WRK-USUARIO  TO WRK-SRG-USUARIO.
            MOVE WRK-TERMINAL TO WRK-SRG-TERMINAL.
            MOVE 'S'          TO WRK-SRG-RESULTADO.
            CALL 'SESSREG' USING WRK-SESSREG-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-SRG-RESULTADO = 'D'
               MOVE 'DUPLA' TO WRK-RESULT-LOGIN
            END-IF.

       3000-FINALIZAR.
            CLOSE USUARIOS.
            CLOSE LOGINLOG.
