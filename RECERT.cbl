       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Relatorio trimestral de recertificacao de acessos.
      *           Lista todo usuario de USUARIOS.DAT com o nivel, a
      *           matriz de permissoes por modulo (na ordem do
      *           SESSAO.CPY: CLIENTES, ALUNOS, PRODUTOS, PEDIDOS,
      *           ESTOQUE, 6-8 reservados), a situacao, a data da
      *           ultima troca de senha e a data do ultimo login com
      *           sucesso, achada pela subrotina ULTLOGIN.cbl no
      *           LOGINLOG.LOG e nos mensais LOGINaaaamm.LOG dos
      *           ultimos RECERT-MESES meses (parametro, padrao 12).
      *           Sai em RECERT.REL (padrao REPCTL.COB/REPCAB.CPY)
      *           com uma coluna de visto para o gestor de cada
      *           area confirmar ou pedir a retirada do acesso.
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
           SELECT RECERT-REL
             ASSIGN TO 'RECERT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-REL-STATUS.
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

       FD RECERT-REL.
       01 RECERT-REL-REG        PIC X(132).

       WORKING-STORAGE SECTION.
       77 USUARIOS-STATUS     PIC 9(02).
       77 RECERT-REL-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-IX-USU          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FORA         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATIVOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-LOGIN    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PARADO     PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Janela de busca do ultimo login, em meses (RECERT-MESES).
      *----------------------------------------------------------------
       77 WRK-RECERT-MESES    PIC 9(03) VALUE 12.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Linha do usuario no relatorio.
      *----------------------------------------------------------------
       01 WRK-LINHA-USU.
            05 WRK-LU-LOGIN      PIC X(20).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 WRK-LU-NIVEL      PIC 9(02).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 WRK-LU-PERM       PIC X(08).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 WRK-LU-SITUACAO   PIC X(09).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 WRK-LU-DT-TROCA   PIC X(08).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 WRK-LU-ULT-LOGIN  PIC X(08).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 WRK-LU-DIAS       PIC X(05).
            05 FILLER            PIC X(03) VALUE SPACES.
            05 FILLER            PIC X(30)
               VALUE 'MANTER [ ]  RETIRAR [ ] _____'.
       COPY 'ULTLOGIN.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-CARREGA-USUARIOS
               MOVE WRK-RECERT-MESES TO ULT-MESES
               CALL 'ULTLOGIN' USING ULTLOGIN-PARM
                  ON EXCEPTION
                     CONTINUE
               END-CALL
               PERFORM 3000-LISTA-USUARIOS
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
            MOVE 'RECERT-MESES' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-RECERT-MESES
            END-IF.
            OPEN INPUT USUARIOS.
            IF USUARIOS-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               OPEN OUTPUT RECERT-REL
               IF RECERT-REL-STATUS NOT = 0
                  MOVE 'S' TO WRK-ERRO-ABERTURA
                  CLOSE USUARIOS
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Primeira passada: os logins vao para a tabela da ULTLOGIN, na
      * ordem da chave - a segunda passada le na mesma ordem.
      *----------------------------------------------------------------
       2000-CARREGA-USUARIOS.
            MOVE ZEROS TO ULT-QT-USUARIOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            PERFORM 2100-LE-USUARIO.
            PERFORM 2200-GUARDA-LOGIN UNTIL WRK-FIM-ARQ = 'S'.

       2100-LE-USUARIO.
            READ USUARIOS NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
            END-READ.

       2200-GUARDA-LOGIN.
            IF ULT-QT-USUARIOS < 500
               ADD 1 TO ULT-QT-USUARIOS
               MOVE USUARIO-LOGIN TO ULT-LOGIN(ULT-QT-USUARIOS)
            ELSE
               ADD 1 TO WRK-QT-FORA
            END-IF.
            PERFORM 2100-LE-USUARIO.

       3000-LISTA-USUARIOS.
            MOVE 'RECERTIFICACAO DE ACESSOS DE USUARIOS'
              TO RPT-TITULO.
            PERFORM 9980-CABECALHO-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ULTIMO LOGIN PROCURADO NOS ULTIMOS '
                   WRK-RECERT-MESES ' MESES; PERMISSOES: CLI ALU '
                   'PRO PED EST + 3 RESERVADAS'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'USUARIO              NV  PERMISS.  SITUACAO  '
                   'TR.SENHA  ULT.LOG.  DIAS'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE ZEROS TO WRK-IX-USU.
            MOVE LOW-VALUES TO USUARIO-LOGIN.
            MOVE 'N' TO WRK-FIM-ARQ.
            START USUARIOS KEY IS NOT LESS THAN USUARIO-LOGIN
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            IF WRK-FIM-ARQ = 'N'
               PERFORM 2100-LE-USUARIO
            END-IF.
            PERFORM 3100-LINHA-USUARIO UNTIL WRK-FIM-ARQ = 'S'.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ATIVOS: ' WRK-QT-ATIVOS
                   '  BLOQUEADOS: ' WRK-QT-BLOQUEADOS
                   '  SEM LOGIN NA JANELA: ' WRK-QT-SEM-LOGIN
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-QT-FORA > 0
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'USUARIOS ALEM DE 500 SEM BUSCA DE LOGIN: '
                      WRK-QT-FORA
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'ASSINATURA DO RESPONSAVEL: ____________________'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       3100-LINHA-USUARIO.
            ADD 1 TO WRK-IX-USU.
            MOVE USUARIO-LOGIN      TO WRK-LU-LOGIN.
            MOVE USUARIO-NIVEL      TO WRK-LU-NIVEL.
            MOVE USUARIO-PERMISSOES TO WRK-LU-PERM.
            IF USU-BLOQUEADO
               MOVE 'BLOQUEADO' TO WRK-LU-SITUACAO
               ADD 1 TO WRK-QT-BLOQUEADOS
            ELSE
               MOVE 'ATIVO'     TO WRK-LU-SITUACAO
               ADD 1 TO WRK-QT-ATIVOS
            END-IF.
            IF USUARIO-DT-TROCA = ZEROS
               MOVE 'INICIAL' TO WRK-LU-DT-TROCA
            ELSE
               MOVE USUARIO-DT-TROCA TO WRK-LU-DT-TROCA
            END-IF.
            MOVE SPACES TO WRK-LU-DIAS.
            IF WRK-IX-USU > ULT-QT-USUARIOS
               MOVE '?' TO WRK-LU-ULT-LOGIN
            ELSE
               IF ULT-DATA(WRK-IX-USU) = ZEROS
                  MOVE 'NENHUM' TO WRK-LU-ULT-LOGIN
                  ADD 1 TO WRK-QT-SEM-LOGIN
               ELSE
                  MOVE ULT-DATA(WRK-IX-USU) TO WRK-LU-ULT-LOGIN
                  COMPUTE WRK-DIAS-PARADO =
                          FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                        - FUNCTION INTEGER-OF-DATE(ULT-DATA(WRK-IX-USU))
                  MOVE WRK-DIAS-PARADO TO WRK-LU-DIAS
               END-IF
            END-IF.
            MOVE WRK-LINHA-USU TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2100-LE-USUARIO.

       9000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR USUARIOS.DAT OU RECERT.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               CLOSE USUARIOS
               CLOSE RECERT-REL
               DISPLAY 'USUARIOS ATIVOS........: ' WRK-QT-ATIVOS
               DISPLAY 'USUARIOS BLOQUEADOS....: ' WRK-QT-BLOQUEADOS
               DISPLAY 'SEM LOGIN NA JANELA....: ' WRK-QT-SEM-LOGIN
               DISPLAY 'RELATORIO GRAVADO EM RECERT.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==RECERT-REL-REG==.

      *END PROGRAM RECERT.
