       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRINAT.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Bloqueio noturno de contas paradas (etapa do
      *           FECHADIA). Conta ativa de USUARIOS.DAT sem atividade
      *           ha mais de INATIVO-DIAS dias (parametro, padrao 90;
      *           0 desliga o bloqueio) passa a BLOQUEADA, e cada
      *           bloqueio vai para a auditoria de manutencao de
      *           usuarios (USRAUDIT.LOG) com a operacao INATIVIDAD e
      *           o executor USRINAT; o desbloqueio continua sendo a
      *           opcao do ADM no CLIENTES.cbl. Atividade e a maior
      *           data entre o ultimo login com sucesso (ULTLOGIN.cbl,
      *           LOGINLOG.LOG e mensais LOGINaaaamm.LOG), a ultima
      *           troca de senha e a ultima inclusao, alteracao ou
      *           desbloqueio do usuario na auditoria - conta recem
      *           criada ou recem desbloqueada nao cai na mesma
      *           noite. Conta de nivel ADM (03) parada so e
      *           bloqueada se sobrar algum ADM ativo em uso, para o
      *           sistema nao ficar sem quem desbloqueie. Total de
      *           bloqueios no resumo consolidado (RESUMO.CPY).
      *           Sem a subrotina ULTLOGIN nao ha como saber o ultimo
      *           login: nenhuma conta e bloqueada e o passo termina
      *           com RETURN-CODE 16.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS
             ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIO-LOGIN.
           SELECT USRAUDIT
             ASSIGN TO 'USRAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USRAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       01 USUARIO-REG.
            05 USUARIO-LOGIN    PIC X(20).
            05 USUARIO-SENHA    PIC X(10).
            05 USUARIO-NIVEL    PIC 9(02).
            05 USUARIO-SITUACAO PIC X(01).
                88 USU-ATIVO     VALUE 'A'.
                88 USU-BLOQUEADO VALUE 'B'.
            05 USUARIO-FALHAS   PIC 9(02).
            05 USUARIO-DT-TROCA PIC 9(08).
            05 USUARIO-SENHA-ANT OCCURS 3 TIMES PIC X(10).
            05 USUARIO-PERMISSOES.
                10 USUARIO-PERM OCCURS 8 TIMES PIC X(01).

      * Mesmo layout do FD USRAUDIT do CLIENTES.cbl.
       FD USRAUDIT.
       01 USRAUD-REG.
            05 USRAUD-DATA       PIC 9(08).
            05 USRAUD-HORA       PIC 9(08).
            05 USRAUD-OPERACAO   PIC X(10).
            05 USRAUD-EXECUTOR   PIC X(20).
            05 USRAUD-ALVO       PIC X(20).
            05 USRAUD-NIVEL-ANT  PIC 9(02).
            05 USRAUD-NIVEL-NOVO PIC 9(02).

       WORKING-STORAGE SECTION.
       77 USUARIOS-STATUS     PIC 9(02).
       77 USRAUDIT-STATUS     PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-SEM-USUARIOS    PIC X(01) VALUE 'N'.
       77 WRK-SEM-ULTLOGIN    PIC X(01) VALUE 'N'.
       77 WRK-USU-ABERTO      PIC X(01) VALUE 'N'.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-IX-USU          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ADM-MANTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ADM-EM-USO   PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Dias sem atividade para o bloqueio (INATIVO-DIAS).
      *----------------------------------------------------------------
       77 WRK-INATIVO-DIAS    PIC 9(03) VALUE 90.
       01 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
            05 WRK-HOJE-ANO    PIC 9(04).
            05 WRK-HOJE-MES    PIC 9(02).
            05 FILLER          PIC 9(02).
       01 WRK-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
            05 WRK-CORTE-ANO   PIC 9(04).
            05 WRK-CORTE-MES   PIC 9(02).
            05 FILLER          PIC 9(02).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Ultima atividade de cada usuario, na ordem da tabela da
      * ULTLOGIN.
      *----------------------------------------------------------------
       01 WRK-ATIVIDADE-TAB.
            05 WRK-ATIV-DATA OCCURS 500 TIMES PIC 9(08).
       COPY 'ULTLOGIN.CPY'.
       COPY 'RESUMO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            MOVE ZEROS TO RES-INAT-BLOQUEADOS.
            PERFORM 1000-INICIAR.
            IF WRK-INATIVO-DIAS = ZEROS
               DISPLAY 'BLOQUEIO POR INATIVIDADE DESLIGADO '
                       '(INATIVO-DIAS = 0)'
            ELSE
               IF WRK-SEM-USUARIOS = 'S'
                  DISPLAY 'USUARIOS.DAT AUSENTE - NADA A BLOQUEAR'
               ELSE
                  IF WRK-ERRO-ABERTURA = 'N'
                     PERFORM 2000-CARREGA-USUARIOS
                  END-IF
                  IF WRK-ERRO-ABERTURA = 'N'
                     AND WRK-SEM-ULTLOGIN = 'N'
                     PERFORM 2500-LE-AUDITORIA
                     PERFORM 3000-CONTA-ADM-EM-USO
                        VARYING WRK-IX-USU FROM 1 BY 1
                        UNTIL WRK-IX-USU > ULT-QT-USUARIOS
                     PERFORM 4000-BLOQUEIA-PARADOS
                  END-IF
               END-IF
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            MOVE 'INATIVO-DIAS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-INATIVO-DIAS
            END-IF.
            IF WRK-INATIVO-DIAS NOT = ZEROS
               COMPUTE WRK-DATA-CORTE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                       - WRK-INATIVO-DIAS)
               OPEN I-O USUARIOS
               EVALUATE USUARIOS-STATUS
                  WHEN 0
                     MOVE 'S' TO WRK-USU-ABERTO
                  WHEN 35
                     MOVE 'S' TO WRK-SEM-USUARIOS
                  WHEN OTHER
                     MOVE 'S' TO WRK-ERRO-ABERTURA
               END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Tabela de logins na ordem da chave; o ultimo login vem da
      * ULTLOGIN olhando os meses desde o mes da data de corte, e a
      * troca de senha ja entra como atividade.
      *----------------------------------------------------------------
       2000-CARREGA-USUARIOS.
            MOVE ZEROS TO ULT-QT-USUARIOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            PERFORM 2100-LE-USUARIO.
            PERFORM 2200-GUARDA-LOGIN UNTIL WRK-FIM-ARQ = 'S'.
            COMPUTE ULT-MESES =
                    (WRK-HOJE-ANO * 12 + WRK-HOJE-MES)
                  - (WRK-CORTE-ANO * 12 + WRK-CORTE-MES)
                  + 1.
      *     sem a ULTLOGIN todo usuario pareceria nunca ter entrado
            CALL 'ULTLOGIN' USING ULTLOGIN-PARM
               ON EXCEPTION
                  MOVE 'S' TO WRK-SEM-ULTLOGIN
            END-CALL.
            IF WRK-SEM-ULTLOGIN = 'N'
               PERFORM 2300-JUNTA-LOGIN
                  VARYING WRK-IX-USU FROM 1 BY 1
                  UNTIL WRK-IX-USU > ULT-QT-USUARIOS
            END-IF.

       2100-LE-USUARIO.
            READ USUARIOS NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
            END-READ.

       2200-GUARDA-LOGIN.
            IF ULT-QT-USUARIOS < 500
               ADD 1 TO ULT-QT-USUARIOS
               MOVE USUARIO-LOGIN TO ULT-LOGIN(ULT-QT-USUARIOS)
               MOVE USUARIO-DT-TROCA
                 TO WRK-ATIV-DATA(ULT-QT-USUARIOS)
            ELSE
               ADD 1 TO WRK-QT-FORA
            END-IF.
            PERFORM 2100-LE-USUARIO.

       2300-JUNTA-LOGIN.
            IF ULT-DATA(WRK-IX-USU) > WRK-ATIV-DATA(WRK-IX-USU)
               MOVE ULT-DATA(WRK-IX-USU) TO WRK-ATIV-DATA(WRK-IX-USU)
            END-IF.

      *----------------------------------------------------------------
      * Inclusao, alteracao (senha redefinida pelo ADM) e desbloqueio
      * contam como atividade do usuario alvo. Sem o log, fica so o
      * login e a troca de senha.
      *----------------------------------------------------------------
       2500-LE-AUDITORIA.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT USRAUDIT.
            IF USRAUDIT-STATUS = 0
               PERFORM 2510-LE-AUDIT-LINHA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE USRAUDIT
            END-IF.

       2510-LE-AUDIT-LINHA.
            READ USRAUDIT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF USRAUD-OPERACAO = 'INCLUSAO'
                     OR USRAUD-OPERACAO = 'ALTERACAO'
                     OR USRAUD-OPERACAO = 'DESBLOQUEI'
                     MOVE 'N' TO WRK-ACHOU
                     PERFORM 2520-PROCURA-ALVO
                        VARYING WRK-IX-USU FROM 1 BY 1
                        UNTIL WRK-IX-USU > ULT-QT-USUARIOS
                           OR WRK-ACHOU = 'S'
                  END-IF
            END-READ.

       2520-PROCURA-ALVO.
            IF ULT-LOGIN(WRK-IX-USU) = USRAUD-ALVO
               MOVE 'S' TO WRK-ACHOU
               IF USRAUD-DATA > WRK-ATIV-DATA(WRK-IX-USU)
                  MOVE USRAUD-DATA TO WRK-ATIV-DATA(WRK-IX-USU)
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * ADM ativo com atividade dentro do prazo: enquanto houver um,
      * os ADM parados podem ser bloqueados.
      *----------------------------------------------------------------
       3000-CONTA-ADM-EM-USO.
            MOVE ULT-LOGIN(WRK-IX-USU) TO USUARIO-LOGIN.
            READ USUARIOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF USU-ATIVO AND USUARIO-NIVEL NOT LESS THAN 03
                     AND WRK-ATIV-DATA(WRK-IX-USU)
                         NOT LESS THAN WRK-DATA-CORTE
                     ADD 1 TO WRK-QT-ADM-EM-USO
                  END-IF
            END-READ.

       4000-BLOQUEIA-PARADOS.
            OPEN EXTEND USRAUDIT.
            IF USRAUDIT-STATUS = 35
               OPEN OUTPUT USRAUDIT
               CLOSE USRAUDIT
               OPEN EXTEND USRAUDIT
            END-IF.
            IF USRAUDIT-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               PERFORM 4100-VERIFICA-USUARIO
                  VARYING WRK-IX-USU FROM 1 BY 1
                  UNTIL WRK-IX-USU > ULT-QT-USUARIOS
               CLOSE USRAUDIT
            END-IF.

       4100-VERIFICA-USUARIO.
            ADD 1 TO WRK-QT-LIDOS.
            MOVE ULT-LOGIN(WRK-IX-USU) TO USUARIO-LOGIN.
            READ USUARIOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF USU-ATIVO
                     AND WRK-ATIV-DATA(WRK-IX-USU) < WRK-DATA-CORTE
                     IF USUARIO-NIVEL NOT LESS THAN 03
                        AND WRK-QT-ADM-EM-USO = ZEROS
                        ADD 1 TO WRK-QT-ADM-MANTIDOS
                        DISPLAY 'ADM PARADO MANTIDO (NENHUM ADM EM '
                                'USO): ' USUARIO-LOGIN
                     ELSE
                        PERFORM 4200-BLOQUEIA-USUARIO
                     END-IF
                  END-IF
            END-READ.

       4200-BLOQUEIA-USUARIO.
            MOVE 'B' TO USUARIO-SITUACAO.
            REWRITE USUARIO-REG
               INVALID KEY
                  DISPLAY 'ERRO AO BLOQUEAR ' USUARIO-LOGIN
               NOT INVALID KEY
                  ADD 1 TO WRK-QT-BLOQUEADOS
                  ACCEPT USRAUD-DATA FROM DATE YYYYMMDD
                  ACCEPT USRAUD-HORA FROM TIME
                  MOVE 'INATIVIDAD'  TO USRAUD-OPERACAO
                  MOVE 'USRINAT'     TO USRAUD-EXECUTOR
                  MOVE USUARIO-LOGIN TO USRAUD-ALVO
                  MOVE USUARIO-NIVEL TO USRAUD-NIVEL-ANT
                                        USRAUD-NIVEL-NOVO
                  WRITE USRAUD-REG
                  DISPLAY 'BLOQUEADO POR INATIVIDADE: ' USUARIO-LOGIN
                          ' ULTIMA ATIVIDADE '
                          WRK-ATIV-DATA(WRK-IX-USU)
            END-REWRITE.

       9000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-USU-ABERTO = 'S'
               CLOSE USUARIOS
            END-IF.
            EVALUATE TRUE
               WHEN WRK-ERRO-ABERTURA = 'S'
                  DISPLAY 'ERRO AO ABRIR USUARIOS.DAT OU USRAUDIT.LOG'
                  MOVE 16 TO RETURN-CODE
               WHEN WRK-SEM-ULTLOGIN = 'S'
                  DISPLAY 'SUBROTINA ULTLOGIN NAO DISPONIVEL - '
                          'NENHUMA CONTA BLOQUEADA'
                  MOVE 16 TO RETURN-CODE
               WHEN OTHER
                  MOVE WRK-QT-BLOQUEADOS TO RES-INAT-BLOQUEADOS
                  DISPLAY 'DATA DE CORTE..........: ' WRK-DATA-CORTE
                  DISPLAY 'USUARIOS VERIFICADOS...: ' WRK-QT-LIDOS
                  DISPLAY 'BLOQUEADOS AGORA.......: ' WRK-QT-BLOQUEADOS
                  DISPLAY 'ADM PARADOS MANTIDOS...: '
                          WRK-QT-ADM-MANTIDOS
                  IF WRK-QT-FORA > 0
                     DISPLAY 'USUARIOS ALEM DE 500...: ' WRK-QT-FORA
                             ' (NAO VERIFICADOS)'
                  END-IF
                  MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM USRINAT.
