       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHEXTR.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Extrato mensal do banco de horas. Para o mes
      *           informado (AAAAMM), lista em BHEXTR.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) cada funcionario que aderiu
      *           ao banco (FUN-BANCO-HORAS = S) com os creditos e
      *           debitos dia a dia gravados pelo PONTO.cbl no
      *           BANCOHOR.DAT e o fechamento do mes: saldo anterior,
      *           creditos, debitos, credito vencido pago como extra,
      *           saldo final e quanto vence no mes seguinte. Horas em
      *           HHH:MM; saldo negativo e horas devidas. Funcionario
      *           do banco sem fechamento no mes (ponto ainda nao
      *           apurado) sai avisado e devolve RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT BANCOHOR
             ASSIGN TO 'BANCOHOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BANCOHOR-STATUS
               RECORD KEY IS BH-CHAVE.
           SELECT BHEXTR-REL
             ASSIGN TO 'BHEXTR.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BHEXTR-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FUNCION.CPY'.

       COPY 'BANCOHOR.CPY'.

       FD BHEXTR-REL.
       01 BHEXTR-REL-REG     PIC X(132).

       WORKING-STORAGE SECTION.
       77 FUNCIONARIOS-STATUS  PIC 9(02).
       77 BANCOHOR-STATUS      PIC 9(02).
       77 BHEXTR-REL-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-BANCO        PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-TEM-FECHAMENTO   PIC X(01) VALUE 'N'.
       01 WRK-ANOMES           PIC 9(06) VALUE ZEROS.
       01 WRK-ANOMES-R REDEFINES WRK-ANOMES.
            05 WRK-ANO         PIC 9(04).
            05 WRK-MES         PIC 9(02).
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA       PIC 9(08) VALUE ZEROS.
       77 WRK-QT-EXTRATOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-FECHAR    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PAGO         PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Minutos (com sinal) formatados em HHH:MM.
      *----------------------------------------------------------------
       77 WRK-MINUTOS          PIC S9(06) VALUE ZEROS.
       77 WRK-MIN-ABS          PIC 9(06) VALUE ZEROS.
       77 WRK-HH               PIC 9(04) VALUE ZEROS.
       77 WRK-MM               PIC 9(02) VALUE ZEROS.
       01 WRK-HORAS-ED.
            05 WRK-HE-SINAL    PIC X(01).
            05 WRK-HE-HH       PIC ZZZ9.
            05 FILLER          PIC X(01) VALUE ':'.
            05 WRK-HE-MM       PIC 9(02).
       77 WRK-CREDITO-ED       PIC X(08) VALUE SPACES.
       77 WRK-DEBITO-ED        PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'
               PERFORM 2900-ENCERRA
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY 'MES DO EXTRATO (AAAAMM): '.
            ACCEPT WRK-ANOMES.
            IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO = ZEROS
               DISPLAY 'MES INVALIDO: ' WRK-ANOMES
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               COMPUTE WRK-MES-INICIO = WRK-ANOMES * 100 + 1
               IF WRK-MES = 12
                  COMPUTE WRK-ULTIMO-DIA =
                          (WRK-ANO + 1) * 10000 + 0101
               ELSE
                  COMPUTE WRK-ULTIMO-DIA = WRK-MES-INICIO + 100
               END-IF
               COMPUTE WRK-ULTIMO-DIA =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-DIA) - 1)
               PERFORM 1100-ABRE-ARQUIVOS
            END-IF.

       1100-ABRE-ARQUIVOS.
            OPEN INPUT FUNCIONARIOS.
            OPEN INPUT BANCOHOR.
            OPEN OUTPUT BHEXTR-REL.
            IF FUNCIONARIOS-STATUS NOT = 0
               OR BANCOHOR-STATUS NOT = 0
               OR BHEXTR-REL-STATUS NOT = 0
               DISPLAY 'FUNCIONARIOS.DAT/BANCOHOR.DAT/BHEXTR.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'EXTRATO DO BANCO DE HORAS' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'MES ' DELIMITED BY SIZE
                      WRK-ANOMES DELIMITED BY SIZE
                      '  (HORAS EM HHH:MM - SALDO NEGATIVO = HORAS '
                      DELIMITED BY SIZE
                      'DEVIDAS)' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE LOW-VALUES TO FUN-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

       2000-PROCESSAR.
            READ FUNCIONARIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FUN-ATIVO AND FUN-COM-BANCO-HORAS
                     PERFORM 2100-EXTRATO-FUNCIONARIO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Bloco do funcionario: cabecalho, movimentos do mes e o
      * fechamento gravado pelo PONTO.
      *----------------------------------------------------------------
       2100-EXTRATO-FUNCIONARIO.
            MOVE FUN-MATRICULA  TO BH-MATRICULA.
            MOVE WRK-ULTIMO-DIA TO BH-DATA.
            MOVE 'F'            TO BH-TIPO.
            READ BANCOHOR
               INVALID KEY
                  MOVE 'N' TO WRK-TEM-FECHAMENTO
               NOT INVALID KEY
                  MOVE 'S' TO WRK-TEM-FECHAMENTO
            END-READ.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING FUN-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUN-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUN-CARGO DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-TEM-FECHAMENTO = 'N'
               ADD 1 TO WRK-QT-SEM-FECHAR
               MOVE '   PONTO DO MES NAO APURADO - SEM FECHAMENTO'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            ELSE
               ADD 1 TO WRK-QT-EXTRATOS
               MOVE '   DATA       CREDITO   DEBITO'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 2200-LISTA-MOVIMENTOS
      *        a leitura dos movimentos trocou o registro corrente
               MOVE FUN-MATRICULA  TO BH-MATRICULA
               MOVE WRK-ULTIMO-DIA TO BH-DATA
               MOVE 'F'            TO BH-TIPO
               READ BANCOHOR
                  INVALID KEY
                     CONTINUE
               END-READ
               PERFORM 2300-LINHAS-FECHAMENTO
            END-IF.

       2200-LISTA-MOVIMENTOS.
            MOVE 'N' TO WRK-FIM-BANCO.
            MOVE FUN-MATRICULA  TO BH-MATRICULA.
            MOVE WRK-MES-INICIO TO BH-DATA.
            MOVE LOW-VALUES     TO BH-TIPO.
            START BANCOHOR KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-BANCO
            END-START.
            PERFORM 2210-LINHA-MOVIMENTO UNTIL WRK-FIM-BANCO = 'S'.

       2210-LINHA-MOVIMENTO.
            READ BANCOHOR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-BANCO
               NOT AT END
                  EVALUATE TRUE
                     WHEN BH-MATRICULA NOT = FUN-MATRICULA
                        OR BH-DATA > WRK-ULTIMO-DIA
                        MOVE 'S' TO WRK-FIM-BANCO
                     WHEN BH-MOVIMENTO
                        MOVE BH-MIN-CREDITO TO WRK-MINUTOS
                        PERFORM 4900-FORMATA-HORAS
                        MOVE WRK-HORAS-ED TO WRK-CREDITO-ED
                        MOVE BH-MIN-DEBITO TO WRK-MINUTOS
                        PERFORM 4900-FORMATA-HORAS
                        MOVE WRK-HORAS-ED TO WRK-DEBITO-ED
                        MOVE SPACES TO RPT-LINHA-IMPRESSA
                        STRING '   ' DELIMITED BY SIZE
                               BH-DATA DELIMITED BY SIZE
                               '  ' DELIMITED BY SIZE
                               WRK-CREDITO-ED DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WRK-DEBITO-ED DELIMITED BY SIZE
                               INTO RPT-LINHA-IMPRESSA
                        END-STRING
                        PERFORM 9990-GRAVA-LINHA-RPT
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

       2300-LINHAS-FECHAMENTO.
            MOVE BH-SALDO-ANTERIOR TO WRK-MINUTOS.
            PERFORM 4900-FORMATA-HORAS.
            MOVE WRK-HORAS-ED TO WRK-CREDITO-ED.
            MOVE BH-SALDO-FINAL TO WRK-MINUTOS.
            PERFORM 4900-FORMATA-HORAS.
            MOVE WRK-HORAS-ED TO WRK-DEBITO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   SALDO ANTERIOR ' DELIMITED BY SIZE
                   WRK-CREDITO-ED DELIMITED BY SIZE
                   '   SALDO FINAL ' DELIMITED BY SIZE
                   WRK-DEBITO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE BH-MIN-CREDITO TO WRK-MINUTOS.
            PERFORM 4900-FORMATA-HORAS.
            MOVE WRK-HORAS-ED TO WRK-CREDITO-ED.
            MOVE BH-MIN-DEBITO TO WRK-MINUTOS.
            PERFORM 4900-FORMATA-HORAS.
            MOVE WRK-HORAS-ED TO WRK-DEBITO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   CREDITOS MES   ' DELIMITED BY SIZE
                   WRK-CREDITO-ED DELIMITED BY SIZE
                   '   DEBITOS MES ' DELIMITED BY SIZE
                   WRK-DEBITO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE BH-MIN-PAGO TO WRK-MINUTOS.
            PERFORM 4900-FORMATA-HORAS.
            MOVE WRK-HORAS-ED TO WRK-CREDITO-ED.
            MOVE BH-MIN-A-VENCER TO WRK-MINUTOS.
            PERFORM 4900-FORMATA-HORAS.
            MOVE WRK-HORAS-ED TO WRK-DEBITO-ED.
            MOVE BH-VALOR-PAGO TO WRK-VALOR-ED.
            ADD BH-VALOR-PAGO TO WRK-TOT-PAGO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   VENCIDO/PAGO   ' DELIMITED BY SIZE
                   WRK-CREDITO-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' COMO EXTRA)   A VENCER NO PROXIMO MES '
                   DELIMITED BY SIZE
                   WRK-DEBITO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2900-ENCERRA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-TOT-PAGO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'EXTRATOS: ' DELIMITED BY SIZE
                   WRK-QT-EXTRATOS DELIMITED BY SIZE
                   '  SEM FECHAMENTO: ' DELIMITED BY SIZE
                   WRK-QT-SEM-FECHAR DELIMITED BY SIZE
                   '  PAGO COMO EXTRA: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE FUNCIONARIOS
               CLOSE BANCOHOR
               CLOSE BHEXTR-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'EXTRATOS GERADOS.....: ' WRK-QT-EXTRATOS
               DISPLAY 'SEM FECHAMENTO NO MES: ' WRK-QT-SEM-FECHAR
               DISPLAY 'RELATORIO GRAVADO EM BHEXTR.REL'
               IF WRK-QT-SEM-FECHAR > ZEROS
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * WRK-MINUTOS -> WRK-HORAS-ED ('-HHH:MM').
      *----------------------------------------------------------------
       4900-FORMATA-HORAS.
            IF WRK-MINUTOS < 0
               MOVE '-' TO WRK-HE-SINAL
               COMPUTE WRK-MIN-ABS = 0 - WRK-MINUTOS
            ELSE
               MOVE SPACE TO WRK-HE-SINAL
               MOVE WRK-MINUTOS TO WRK-MIN-ABS
            END-IF.
            DIVIDE WRK-MIN-ABS BY 60 GIVING WRK-HH
                   REMAINDER WRK-MM.
            MOVE WRK-HH TO WRK-HE-HH.
            MOVE WRK-MM TO WRK-HE-MM.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==BHEXTR-REL-REG==.

      *END PROGRAM BHEXTR.
