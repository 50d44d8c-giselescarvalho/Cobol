       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSDEP.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Arquivo mensal de recolhimento do FGTS. Para a
      *           competencia informada (AAAAMM), soma por matricula a
      *           base e o deposito do FGTS de todas as folhas do mes
      *           persistidas em FOLHAHIST.DAT (mensal, 13o, ferias e
      *           rescisao - FOLHA.cbl e RESCISAO.cbl) e grava
      *           FGTSDEP.TXT no layout posicional do recolhimento:
      *             00 - cabecalho (CNPJ, razao social, competencia e
      *                  data de geracao);
      *             30 - um por trabalhador (PIS/PASEP, admissao,
      *                  categoria, nome, matricula, base e deposito
      *                  em centavos);
      *             90 - fechamento (quantidade de trabalhadores e
      *                  totais da base e do deposito em centavos).
      *           Nome, PIS e admissao vem do cadastro de
      *           funcionarios; trabalhador sem PIS cadastrado sai no
      *           arquivo com aviso e retorno 8, para o RH completar
      *           o cadastro antes de transmitir.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHAHIST
             ASSIGN TO 'FOLHAHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FOLHAHIST-STATUS
               RECORD KEY IS FHIST-CHAVE.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT FGTSDEP
             ASSIGN TO 'FGTSDEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGTSDEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FOLHAHIST.CPY'.

       COPY 'FUNCION.CPY'.

       FD FGTSDEP.
       01 FGTSDEP-REG          PIC X(120).

       WORKING-STORAGE SECTION.
       77 FOLHAHIST-STATUS    PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 FGTSDEP-STATUS      PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TEM-FUNCION     PIC X(01) VALUE 'N'.
       77 WRK-TEM-GRUPO       PIC X(01) VALUE 'N'.
       77 WRK-MATR-ATUAL      PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-BASE-FUNC       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FGTS-FUNC       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-TRABALHADORES PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-PIS      PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BASE        PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-FGTS        PIC 9(13) VALUE ZEROS.
       77 WRK-CENTAVOS        PIC 9(13) VALUE ZEROS.
       01 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
            05 WRK-COMP-ANO   PIC 9(04).
            05 WRK-COMP-MES   PIC 9(02).
      *----------------------------------------------------------------
      * Dados da empresa no cabecalho (os mesmos da remessa da folha).
      *----------------------------------------------------------------
       77 WRK-EMPRESA-NOME PIC X(30) VALUE 'COMERCIO GC LTDA'.
       77 WRK-EMPRESA-CNPJ PIC 9(14) VALUE 11222333000181.
       01 WRK-DEP-HEADER.
            05 WRK-DH-TIPO        PIC X(02) VALUE '00'.
            05 WRK-DH-CNPJ        PIC 9(14).
            05 WRK-DH-EMPRESA     PIC X(30).
            05 WRK-DH-COMPETENCIA PIC 9(06).
            05 WRK-DH-DATA        PIC 9(08).
       01 WRK-DEP-TRABALHADOR.
            05 WRK-DT-TIPO        PIC X(02) VALUE '30'.
            05 WRK-DT-CNPJ        PIC 9(14).
            05 WRK-DT-PIS         PIC 9(11).
            05 WRK-DT-ADMISSAO    PIC 9(08).
      *     categoria 01 = empregado
            05 WRK-DT-CATEGORIA   PIC X(02) VALUE '01'.
            05 WRK-DT-NOME        PIC X(30).
            05 WRK-DT-MATRICULA   PIC 9(06).
            05 WRK-DT-BASE        PIC 9(13).
            05 WRK-DT-FGTS        PIC 9(13).
       01 WRK-DEP-TRAILER.
            05 WRK-DR-TIPO        PIC X(02) VALUE '90'.
            05 WRK-DR-QTD         PIC 9(06).
            05 WRK-DR-BASE        PIC 9(15).
            05 WRK-DR-FGTS        PIC 9(15).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-ERRO-ABERTURA = 'N'
               IF WRK-TEM-GRUPO = 'S'
                  PERFORM 2900-FECHA-TRABALHADOR
               END-IF
               PERFORM 2950-GRAVA-TRAILER
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY 'COMPETENCIA DO RECOLHIMENTO (AAAAMM): '.
            ACCEPT WRK-COMPETENCIA.
            IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               OR WRK-COMP-ANO = ZEROS
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               PERFORM 1100-ABRE-ARQUIVOS
            END-IF.

       1100-ABRE-ARQUIVOS.
            OPEN INPUT FOLHAHIST.
            OPEN INPUT FUNCIONARIOS.
            IF FUNCIONARIOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-FUNCION
            END-IF.
            OPEN OUTPUT FGTSDEP.
            IF FOLHAHIST-STATUS NOT = 0
               OR FGTSDEP-STATUS NOT = 0
               DISPLAY 'FOLHAHIST.DAT/FGTSDEP.TXT INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               MOVE WRK-EMPRESA-CNPJ TO WRK-DH-CNPJ WRK-DT-CNPJ
               MOVE WRK-EMPRESA-NOME TO WRK-DH-EMPRESA
               MOVE WRK-COMPETENCIA  TO WRK-DH-COMPETENCIA
               MOVE WRK-DATA-HOJE    TO WRK-DH-DATA
               MOVE WRK-DEP-HEADER   TO FGTSDEP-REG
               WRITE FGTSDEP-REG
               MOVE LOW-VALUES TO FHIST-CHAVE
               START FOLHAHIST KEY IS NOT LESS THAN FHIST-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

      *----------------------------------------------------------------
      * O arquivo ja vem agrupado por matricula (primeiro campo da
      * chave); todas as folhas da competencia somam no trabalhador.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            READ FOLHAHIST NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FHIST-ANOMES = WRK-COMPETENCIA
                     IF WRK-TEM-GRUPO = 'S'
                        AND FHIST-MATRICULA NOT = WRK-MATR-ATUAL
                        PERFORM 2900-FECHA-TRABALHADOR
                     END-IF
                     IF WRK-TEM-GRUPO = 'N'
                        MOVE 'S' TO WRK-TEM-GRUPO
                        MOVE FHIST-MATRICULA TO WRK-MATR-ATUAL
                        MOVE ZEROS TO WRK-BASE-FUNC WRK-FGTS-FUNC
                     END-IF
                     ADD FHIST-BASE-FGTS TO WRK-BASE-FUNC
                     ADD FHIST-FGTS      TO WRK-FGTS-FUNC
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Registro 30 do trabalhador; deposito zerado nao entra.
      *----------------------------------------------------------------
       2900-FECHA-TRABALHADOR.
            MOVE 'N' TO WRK-TEM-GRUPO.
            IF WRK-FGTS-FUNC > 0
               MOVE SPACES TO FUN-NOME
               MOVE ZEROS TO FUN-PIS FUN-ADMISSAO
               IF WRK-TEM-FUNCION = 'S'
                  MOVE WRK-MATR-ATUAL TO FUN-MATRICULA
                  READ FUNCIONARIOS
                     INVALID KEY
                        MOVE '(SEM CADASTRO)' TO FUN-NOME
                        MOVE ZEROS TO FUN-PIS FUN-ADMISSAO
                  END-READ
               END-IF
               IF FUN-PIS = ZEROS
                  ADD 1 TO WRK-QT-SEM-PIS
                  DISPLAY 'AVISO: MATRICULA ' WRK-MATR-ATUAL
                          ' SEM PIS/PASEP NO CADASTRO'
               END-IF
               MOVE FUN-PIS        TO WRK-DT-PIS
               MOVE FUN-ADMISSAO   TO WRK-DT-ADMISSAO
               MOVE FUN-NOME       TO WRK-DT-NOME
               MOVE WRK-MATR-ATUAL TO WRK-DT-MATRICULA
               COMPUTE WRK-CENTAVOS = WRK-BASE-FUNC * 100
               MOVE WRK-CENTAVOS   TO WRK-DT-BASE
               ADD WRK-CENTAVOS    TO WRK-TOT-BASE
               COMPUTE WRK-CENTAVOS = WRK-FGTS-FUNC * 100
               MOVE WRK-CENTAVOS   TO WRK-DT-FGTS
               ADD WRK-CENTAVOS    TO WRK-TOT-FGTS
               MOVE WRK-DEP-TRABALHADOR TO FGTSDEP-REG
               WRITE FGTSDEP-REG
               ADD 1 TO WRK-QT-TRABALHADORES
            END-IF.

       2950-GRAVA-TRAILER.
            MOVE WRK-QT-TRABALHADORES TO WRK-DR-QTD.
            MOVE WRK-TOT-BASE TO WRK-DR-BASE.
            MOVE WRK-TOT-FGTS TO WRK-DR-FGTS.
            MOVE WRK-DEP-TRAILER TO FGTSDEP-REG.
            WRITE FGTSDEP-REG.

       3000-FINALIZAR.
            IF FOLHAHIST-STATUS = 0
               CLOSE FOLHAHIST
            END-IF.
            IF WRK-TEM-FUNCION = 'S'
               CLOSE FUNCIONARIOS
            END-IF.
            IF FGTSDEP-STATUS = 0
               CLOSE FGTSDEP
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ARQUIVO DO FGTS NAO GERADO'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'COMPETENCIA..........: ' WRK-COMPETENCIA
               DISPLAY 'TRABALHADORES........: ' WRK-QT-TRABALHADORES
               DISPLAY 'BASE FGTS (CENTAVOS).: ' WRK-TOT-BASE
               DISPLAY 'DEPOSITO (CENTAVOS)..: ' WRK-TOT-FGTS
               DISPLAY 'ARQUIVO GRAVADO EM FGTSDEP.TXT'
               IF WRK-QT-TRABALHADORES = ZEROS
                  OR WRK-QT-SEM-PIS > 0
                  IF WRK-QT-TRABALHADORES = ZEROS
                     DISPLAY 'AVISO: NENHUMA FOLHA NA COMPETENCIA'
                  END-IF
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM FGTSDEP.
