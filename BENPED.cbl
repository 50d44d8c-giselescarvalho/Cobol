       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENPED.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Pedido mensal de vale-transporte e vale-refeicao/
      *           alimentacao aos fornecedores. Para a competencia
      *           informada (AAAAMM), le os beneficios de BENEFIC.DAT
      *           (BENCAD.cbl) dos funcionarios ativos e calcula, pelos
      *           dias uteis do mes dentro da vigencia (DIAUTILS, mesma
      *           regra da FOLHA.cbl), a quantidade e o valor a
      *           comprar de cada um. Lista em BENPED.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) por beneficio e operadora, com
      *           subtotal de cada pedido e total geral - e o que o
      *           compras digita no portal de cada operadora.
      *           Sem beneficio no mes devolve RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS
             ASSIGN TO 'BENEFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BENEFICIOS-STATUS
               RECORD KEY IS BEN-CHAVE.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT BENPED-REL
             ASSIGN TO 'BENPED.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENPED-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'BENPED.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'BENEFIC.CPY'.

       COPY 'FUNCION.CPY'.

       FD BENPED-REL.
       01 BENPED-REL-REG     PIC X(132).

       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-TIPO        PIC X(02).
            05 ORD-FORNECEDOR  PIC X(20).
            05 ORD-MATRICULA   PIC 9(06).
            05 ORD-NOME        PIC X(30).
            05 ORD-DIAS        PIC 9(03).
            05 ORD-QT-DIARIA   PIC 9(02).
            05 ORD-QT-TOTAL    PIC 9(05).
            05 ORD-VALOR-UNIT  PIC 9(04)V99.
            05 ORD-VALOR       PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 BENEFICIOS-STATUS    PIC 9(02).
       77 FUNCIONARIOS-STATUS  PIC 9(02).
       77 BENPED-REL-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
            05 WRK-COMP-ANO   PIC 9(04).
            05 WRK-COMP-MES   PIC 9(02).
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-BEN-DE           PIC 9(08) VALUE ZEROS.
       77 WRK-BEN-ATE          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-BENEF       PIC 9(03) VALUE ZEROS.
       01 WRK-DIAUTIL-PARM.
            05 WRK-DU-DATA-BASE   PIC 9(08).
            05 WRK-DU-QTD-DIAS    PIC S9(03).
            05 WRK-DU-DATA-RESULT PIC 9(08).
            05 WRK-DU-EH-FERIADO  PIC X(01).
            05 WRK-DU-MES-FISCAL  PIC 9(02).
            05 WRK-DU-TRIM-FISCAL PIC 9(01).
            05 WRK-DU-DATA-ATE    PIC 9(08) VALUE ZEROS.
            05 WRK-DU-DIAS-ENTRE  PIC S9(05) VALUE ZEROS.
            05 WRK-DU-UF          PIC X(02) VALUE SPACES.
            05 WRK-DU-CIDADE      PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------
      * Quebra por beneficio/operadora e totais.
      *----------------------------------------------------------------
       77 WRK-TIPO-ATUAL       PIC X(02) VALUE SPACES.
       77 WRK-FORN-ATUAL       PIC X(20) VALUE SPACES.
       77 WRK-TEM-PEDIDO       PIC X(01) VALUE 'N'.
       77 WRK-PED-FUNC         PIC 9(05) VALUE ZEROS.
       77 WRK-PED-QT           PIC 9(07) VALUE ZEROS.
       77 WRK-PED-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-PEDIDOS       PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-FUNC         PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR        PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-UNIT-ED          PIC Z.ZZ9,99.
       77 WRK-QT-ED            PIC Z.ZZZ.ZZ9.
       77 WRK-DIAS-ED          PIC ZZ9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-TIPO ORD-FORNECEDOR
                                   ORD-MATRICULA
                  INPUT PROCEDURE IS 2000-LIBERA-BENEFICIOS
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY 'COMPETENCIA DO PEDIDO (AAAAMM): '.
            ACCEPT WRK-COMPETENCIA.
            IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               OR WRK-COMP-ANO = ZEROS
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               COMPUTE WRK-MES-INICIO = WRK-COMPETENCIA * 100 + 1
               IF WRK-COMP-MES = 12
                  COMPUTE WRK-MES-FIM =
                          (WRK-COMP-ANO + 1) * 10000 + 101
               ELSE
                  COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
               END-IF
               COMPUTE WRK-MES-FIM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-MES-FIM) - 1)
               PERFORM 1100-ABRE-ARQUIVOS
            END-IF.

       1100-ABRE-ARQUIVOS.
            OPEN INPUT BENEFICIOS.
            OPEN INPUT FUNCIONARIOS.
            OPEN OUTPUT BENPED-REL.
            IF BENEFICIOS-STATUS NOT = 0
               OR FUNCIONARIOS-STATUS NOT = 0
               OR BENPED-REL-STATUS NOT = 0
               DISPLAY 'BENEFIC.DAT/FUNCIONARIOS.DAT/BENPED.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'PEDIDO DE VALE-TRANSPORTE E VR/VA'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'COMPETENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      '  DIAS UTEIS DE ' DELIMITED BY SIZE
                      WRK-MES-INICIO DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-MES-FIM DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Libera cada beneficio de funcionario ativo com dias uteis
      * dentro da vigencia no mes (a partir da admissao).
      *----------------------------------------------------------------
       2000-LIBERA-BENEFICIOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO BEN-CHAVE.
            START BENEFICIOS KEY IS NOT LESS THAN BEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-BENEFICIO UNTIL WRK-FIM-ARQ = 'S'.

       2100-LIBERA-BENEFICIO.
            READ BENEFICIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE BEN-MATRICULA TO FUN-MATRICULA
                  READ FUNCIONARIOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF FUN-ATIVO
                           PERFORM 2200-DIAS-BENEFICIO
                           IF WRK-DIAS-BENEF > ZEROS
                              PERFORM 2300-GRAVA-ORDENACAO
                           END-IF
                        END-IF
                  END-READ
            END-READ.

       2200-DIAS-BENEFICIO.
            MOVE WRK-MES-INICIO TO WRK-BEN-DE.
            IF BEN-INICIO > WRK-BEN-DE
               MOVE BEN-INICIO TO WRK-BEN-DE
            END-IF.
            IF FUN-ADMISSAO > WRK-BEN-DE
               MOVE FUN-ADMISSAO TO WRK-BEN-DE
            END-IF.
            MOVE WRK-MES-FIM TO WRK-BEN-ATE.
            IF BEN-FIM NOT = ZEROS AND BEN-FIM < WRK-BEN-ATE
               MOVE BEN-FIM TO WRK-BEN-ATE
            END-IF.
            MOVE ZEROS TO WRK-DIAS-BENEF.
            IF WRK-BEN-DE NOT > WRK-BEN-ATE
      *        DIAUTILS conta da vespera (exclusive) ate o fim
               COMPUTE WRK-DU-DATA-BASE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-BEN-DE) - 1)
               MOVE ZEROS TO WRK-DU-QTD-DIAS
               MOVE WRK-BEN-ATE TO WRK-DU-DATA-ATE
               CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM
               IF WRK-DU-DIAS-ENTRE > 0
                  MOVE WRK-DU-DIAS-ENTRE TO WRK-DIAS-BENEF
               END-IF
            END-IF.

       2300-GRAVA-ORDENACAO.
            MOVE BEN-TIPO       TO ORD-TIPO.
            MOVE BEN-FORNECEDOR TO ORD-FORNECEDOR.
            MOVE BEN-MATRICULA  TO ORD-MATRICULA.
            MOVE FUN-NOME       TO ORD-NOME.
            MOVE WRK-DIAS-BENEF TO ORD-DIAS.
            MOVE BEN-QT-DIARIA  TO ORD-QT-DIARIA.
            COMPUTE ORD-QT-TOTAL = BEN-QT-DIARIA * WRK-DIAS-BENEF.
            MOVE BEN-VALOR-UNIT TO ORD-VALOR-UNIT.
            COMPUTE ORD-VALOR ROUNDED =
                    ORD-QT-TOTAL * BEN-VALOR-UNIT.
            RELEASE ORD-REG.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE BENEFICIOS
               CLOSE FUNCIONARIOS
               CLOSE BENPED-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE WRK-TOT-VALOR TO WRK-VALOR-ED
               DISPLAY 'PEDIDOS (BENEF/OPERADORA): ' WRK-QT-PEDIDOS
               DISPLAY 'BENEFICIARIOS........: ' WRK-TOT-FUNC
               DISPLAY 'VALOR TOTAL..........: ' WRK-VALOR-ED
               DISPLAY 'RELATORIO GRAVADO EM BENPED.REL'
               IF WRK-TOT-FUNC = ZEROS
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Um bloco por beneficio/operadora com o subtotal do pedido e o
      * total geral no fim.
      *----------------------------------------------------------------
       4000-IMPRIME-RELATORIO.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-IMPRIME-BENEFICIO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TEM-PEDIDO = 'S'
               PERFORM 4300-SUBTOTAL-PEDIDO
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL GERAL: ' DELIMITED BY SIZE
                   WRK-QT-PEDIDOS DELIMITED BY SIZE
                   ' PEDIDO(S) ' DELIMITED BY SIZE
                   WRK-TOT-FUNC DELIMITED BY SIZE
                   ' BENEFICIARIO(S) ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       4100-IMPRIME-BENEFICIO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-TEM-PEDIDO = 'S'
                     AND (ORD-TIPO NOT = WRK-TIPO-ATUAL
                          OR ORD-FORNECEDOR NOT = WRK-FORN-ATUAL)
                     PERFORM 4300-SUBTOTAL-PEDIDO
                  END-IF
                  IF WRK-TEM-PEDIDO = 'N'
                     PERFORM 4150-CABECALHO-PEDIDO
                  END-IF
                  PERFORM 4200-LINHA-BENEFICIO
            END-RETURN.

       4150-CABECALHO-PEDIDO.
            MOVE 'S' TO WRK-TEM-PEDIDO.
            MOVE ORD-TIPO TO WRK-TIPO-ATUAL.
            MOVE ORD-FORNECEDOR TO WRK-FORN-ATUAL.
            MOVE ZEROS TO WRK-PED-FUNC WRK-PED-QT WRK-PED-VALOR.
            ADD 1 TO WRK-QT-PEDIDOS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '-- ' DELIMITED BY SIZE
                   ORD-TIPO DELIMITED BY SIZE
                   ' - OPERADORA ' DELIMITED BY SIZE
                   ORD-FORNECEDOR DELIMITED BY '  '
                   ' --' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'MATRIC NOME                           DIAS QT/DIA'
              TO RPT-LINHA-IMPRESSA.
            MOVE '     QTDE VLR.UNIT             VALOR'
              TO RPT-LINHA-IMPRESSA(50:36).
            PERFORM 9990-GRAVA-LINHA-RPT.

       4200-LINHA-BENEFICIO.
            ADD 1 TO WRK-PED-FUNC WRK-TOT-FUNC.
            ADD ORD-QT-TOTAL TO WRK-PED-QT.
            ADD ORD-VALOR TO WRK-PED-VALOR WRK-TOT-VALOR.
            MOVE ORD-DIAS       TO WRK-DIAS-ED.
            MOVE ORD-QT-TOTAL   TO WRK-QT-ED.
            MOVE ORD-VALOR-UNIT TO WRK-UNIT-ED.
            MOVE ORD-VALOR      TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING ORD-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ORD-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DIAS-ED DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   ORD-QT-DIARIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-QT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-UNIT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4300-SUBTOTAL-PEDIDO.
            MOVE WRK-PED-QT TO WRK-QT-ED.
            MOVE WRK-PED-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL DO PEDIDO ' DELIMITED BY SIZE
                   WRK-TIPO-ATUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-FORN-ATUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-QT-ED DELIMITED BY SIZE
                   '          ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'N' TO WRK-TEM-PEDIDO.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==BENPED-REL-REG==.

      *END PROGRAM BENPED.
