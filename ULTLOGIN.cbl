       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULTLOGIN.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Subrotina que acha o ultimo login com sucesso de cada
      *           usuario, para a recertificacao de acessos
      *           (RECERT.cbl) e o bloqueio de contas paradas
      *           (USRINAT.cbl). O chamador passa a tabela de logins
      *           (ULTLOGIN.CPY) e quantos meses olhar para tras; a
      *           subrotina varre os mensais LOGINaaaamm.LOG gerados
      *           pela rotacao (LOGROT.cbl) da janela e por ultimo o
      *           LOGINLOG.LOG vivo, guardando para cada login a
      *           maior data com resultado SUCESSO. Mensal ausente e
      *           pulado (mes sem rotacao ou ja expurgado).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FONTE
             ASSIGN TO DYNAMIC WRK-NOME-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FONTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout do LOGINLOG-REG do LOGIN.cbl/CLIENTES.cbl.
       FD LOG-FONTE.
       01 LOG-FONTE-REG.
            05 LOG-DATA          PIC 9(08).
            05 LOG-HORA          PIC 9(08).
            05 LOG-USUARIO       PIC X(20).
            05 LOG-RESULTADO     PIC X(08).

       WORKING-STORAGE SECTION.
       77 LOG-FONTE-STATUS  PIC 9(02).
       77 WRK-NOME-FONTE    PIC X(15) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-FIM    PIC 9(06) VALUE ZEROS.
       77 WRK-ANO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES           PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-CORR    PIC 9(06) VALUE ZEROS.
       77 WRK-IX-USU        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).

       LINKAGE SECTION.
       COPY 'ULTLOGIN.CPY'.

       PROCEDURE DIVISION USING ULTLOGIN-PARM.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            PERFORM 2000-VARRE-MESES
               UNTIL WRK-ANOMES > WRK-ANOMES-FIM.
      *     o log vivo entra por ultimo (linhas ainda nao rodadas)
            MOVE 'LOGINLOG.LOG' TO WRK-NOME-FONTE.
            PERFORM 2100-VARRE-FONTE.
            GOBACK.

       1000-INICIAR.
            PERFORM 1010-ZERA-DATA
               VARYING WRK-IX-USU FROM 1 BY 1
               UNTIL WRK-IX-USU > ULT-QT-USUARIOS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES-FIM.
      *     primeiro mes da janela, contando o corrente
            IF ULT-MESES = ZEROS
               MOVE 1 TO ULT-MESES
            END-IF.
            MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
            MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
            COMPUTE WRK-MESES-CORR = WRK-ANO * 12 + WRK-MES - 1
                                   - ULT-MESES + 1.
            DIVIDE WRK-MESES-CORR BY 12 GIVING WRK-ANO
                   REMAINDER WRK-MES.
            ADD 1 TO WRK-MES.
            COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.

       1010-ZERA-DATA.
            MOVE ZEROS TO ULT-DATA(WRK-IX-USU).

       2000-VARRE-MESES.
            MOVE SPACES TO WRK-NOME-FONTE.
            STRING 'LOGIN'    DELIMITED BY SIZE
                   WRK-ANOMES DELIMITED BY SIZE
                   '.LOG'     DELIMITED BY SIZE
                   INTO WRK-NOME-FONTE
            END-STRING.
            PERFORM 2100-VARRE-FONTE.
            MOVE WRK-ANOMES(1:4) TO WRK-ANO.
            MOVE WRK-ANOMES(5:2) TO WRK-MES.
            IF WRK-MES = 12
               ADD 1 TO WRK-ANO
               MOVE 1 TO WRK-MES
            ELSE
               ADD 1 TO WRK-MES
            END-IF.
            COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.

       2100-VARRE-FONTE.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT LOG-FONTE.
            IF LOG-FONTE-STATUS = 0
               PERFORM 2110-LE-LINHA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE LOG-FONTE
            END-IF.

       2110-LE-LINHA.
            READ LOG-FONTE
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF LOG-RESULTADO = 'SUCESSO'
                     MOVE 'N' TO WRK-ACHOU
                     PERFORM 2120-PROCURA-LOGIN
                        VARYING WRK-IX-USU FROM 1 BY 1
                        UNTIL WRK-IX-USU > ULT-QT-USUARIOS
                           OR WRK-ACHOU = 'S'
                  END-IF
            END-READ.

       2120-PROCURA-LOGIN.
            IF ULT-LOGIN(WRK-IX-USU) = LOG-USUARIO
               MOVE 'S' TO WRK-ACHOU
               IF LOG-DATA > ULT-DATA(WRK-IX-USU)
                  MOVE LOG-DATA TO ULT-DATA(WRK-IX-USU)
               END-IF
            END-IF.

      *END PROGRAM ULTLOGIN.
