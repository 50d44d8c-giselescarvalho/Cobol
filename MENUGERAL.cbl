      *  02/09/2026 GC - opcao 6 chama a consulta 360 do cliente
      *                  (CLI360.cbl), somente leitura, com a mesma
      *                  permissao do modulo de clientes.
      *  15/10/2026 GC - opcao 7 chama os chamados de SAC
      *                  (SACCAD.cbl), com a permissao do modulo de
      *                  clientes.
      *  15/10/2026 GC - sessao registrada (SESSREG.cbl): cada opcao
      *                  toca a sessao; parada alem do SESSAO-OCIOS
      *                  ou derrubada pelo ADM pede o login de novo,
      *                  e a saida fecha a sessao. Opcao 8 (ADM)
      *                  lista e derruba sessoes (SESSCONS.cbl).
      *  15/10/2026 GC - sessao tocada tambem na volta do modulo
      *                  chamado; o tempo dentro do modulo nao conta
      *                  como ociosidade.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-OPCAO  PIC X(1).
       77 WRK-TITULO PIC X(20) VALUE '  - MENU PRINCIPAL -'.
       77 WRK-TENTATIVAS PIC 9(01) VALUE ZEROS.
       77 WRK-SESSAO-OK  PIC X(01) VALUE 'S'.
       01 WRK-SESSREG-PARM.
            05 WRK-SRG-OPERACAO   PIC X(01).
            05 WRK-SRG-USUARIO    PIC X(20).
            05 WRK-SRG-TERMINAL   PIC X(16).
            05 WRK-SRG-RESULTADO  PIC X(01).
            05 WRK-SRG-TERM-OUTRA PIC X(16).
       COPY 'SESSAO.CPY'.

       SCREEN SECTION.
           05 LINE 10 COLUMN 15 VALUE '4 - PEDIDOS'.
           05 LINE 11 COLUMN 15 VALUE '5 - ESTOQUE'.
           05 LINE 12 COLUMN 15 VALUE '6 - CONSULTA CLIENTE 360'.
           05 LINE 13 COLUMN 15 VALUE '7 - ATENDIMENTO SAC'.
           05 LINE 14 COLUMN 15 VALUE '8 - SESSOES ATIVAS (ADM)'.
           05 LINE 15 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 16 COLUMN 15 VALUE 'OPCAO......: '.
           05 LINE 16 COLUMN 28 USING WRK-OPCAO REVERSE-VIDEO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            ELSE
               PERFORM 1100-MONTATELA
               PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'
               MOVE 'F' TO WRK-SRG-OPERACAO
               PERFORM 0610-CHAMA-SESSREG
            END-IF.
            STOP RUN.

            ADD 1 TO WRK-TENTATIVAS.
            CALL 'LOGIN'.

      *----------------------------------------------------------------
      * Antes de cada opcao: sessao parada alem do limite ou derrubada
      * pelo ADM pede o login de novo (outro usuario pode assumir o
      * terminal); sem login valido o menu encerra.
      *----------------------------------------------------------------
       0600-TOCA-SESSAO.
            MOVE 'S' TO WRK-SESSAO-OK.
            MOVE 'T' TO WRK-SRG-OPERACAO.
            PERFORM 0610-CHAMA-SESSREG.
            IF WRK-SRG-RESULTADO = 'E' OR WRK-SRG-RESULTADO = 'X'
               MOVE 'N' TO WRK-SESSAO-OK
               IF WRK-SRG-RESULTADO = 'E'
                  DISPLAY 'SESSAO ENCERRADA POR INATIVIDADE'
               ELSE
                  DISPLAY 'SESSAO ENCERRADA PELO ADM OU ABERTA EM '
                          'OUTRO TERMINAL'
               END-IF
               MOVE SPACES TO SES-USUARIO SES-PERMISSOES
               MOVE ZEROS TO SES-NIVEL WRK-TENTATIVAS
               PERFORM 0500-AUTENTICA
               IF SES-NIVEL = ZEROS
                  DISPLAY 'ACESSO NAO AUTORIZADO - MENU ENCERRADO'
                  MOVE 'X' TO WRK-OPCAO
               END-IF
            END-IF.

       0610-CHAMA-SESSREG.
            MOVE SES-USUARIO  TO WRK-SRG-USUARIO.
            MOVE SES-TERMINAL TO WRK-SRG-TERMINAL.
            MOVE 'S' TO WRK-SRG-RESULTADO.
            CALL 'SESSREG' USING WRK-SESSREG-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

       2000-PROCESSAR.
            IF WRK-OPCAO NOT EQUAL 'X'
               PERFORM 0600-TOCA-SESSAO
            END-IF.
      *     toca a sessao de novo na volta do modulo: so a espera no
      *     menu conta como ociosidade
            IF WRK-SESSAO-OK = 'S'
               PERFORM 2100-EXECUTA-OPCAO
               MOVE 'T' TO WRK-SRG-OPERACAO
               PERFORM 0610-CHAMA-SESSREG
            END-IF.
            IF WRK-OPCAO NOT EQUAL 'X'
               PERFORM 1100-MONTATELA
            END-IF.

       2100-EXECUTA-OPCAO.
            EVALUATE WRK-OPCAO
               WHEN 1
                  IF SES-PERM(1) = 'S'
                  ELSE
                     DISPLAY 'SEM PERMISSAO PARA CLIENTES'
                  END-IF
               WHEN 7
                  IF SES-PERM(1) = 'S'
                     CALL 'SACCAD'
                  ELSE
                     DISPLAY 'SEM PERMISSAO PARA CLIENTES'
                  END-IF
               WHEN 8
                  IF SES-NIVEL NOT LESS THAN 03
                     CALL 'SESSCONS'
                  ELSE
                     DISPLAY 'SESSOES ATIVAS RESTRITO A ADM'
                  END-IF
               WHEN OTHER
                  IF WRK-OPCAO NOT EQUAL 'X'
                     DISPLAY 'ENTRE COM UMA OPCAO VALIDA'
                  END-IF
            END-EVALUATE.

      *END PROGRAM MENUGERAL.
