       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCREL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cancelamentos de venda do dia por operador, para a
      *           prevencao de perdas. Le a auditoria CANCVEND.TXT
      *           gravada pelo PDV (so as linhas de cancelamento da
      *           data do movimento - DATAMOV) e lista, por loja e
      *           operador, cada venda cancelada com hora, vendedor,
      *           valor, forma de pagamento, motivo e supervisor que
      *           autorizou, com o total do operador, da loja e
      *           geral. Sai em CANCREL.REL (padrao
      *           REPCTL.COB/REPCAB.CPY).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Auditoria dos cancelamentos (opcional: sem arquivo, relatorio
      * vazio).
           SELECT CANCVEND
             ASSIGN TO 'CANCVEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANCVEND-STATUS.
           SELECT CANCREL-REL
             ASSIGN TO 'CANCREL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANCREL-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'CANCREL.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CANCVEND.CPY'.

       FD CANCREL-REL.
       01 CANCREL-REL-REG    PIC X(132).

      *----------------------------------------------------------------
      * Um cancelamento do dia, na ordem loja / operador / hora.
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-LOJA        PIC X(03).
            05 ORD-OPERADOR    PIC X(20).
            05 ORD-HORA        PIC 9(08).
            05 ORD-NUMERO      PIC 9(05).
            05 ORD-VENDEDOR    PIC X(10).
            05 ORD-VALOR       PIC S9(06)V99.
            05 ORD-FORMA-PAG   PIC X(01).
            05 ORD-MOTIVO      PIC X(02).
            05 ORD-SUPERVISOR  PIC X(20).

       WORKING-STORAGE SECTION.
       77 CANCVEND-STATUS      PIC 9(02).
       77 CANCREL-REL-STATUS   PIC 9(02).
       77 WRK-TEM-CANCVEND     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO         PIC X(01) VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA-ATUAL       PIC X(03) VALUE SPACES.
       77 WRK-OPERADOR-ATUAL   PIC X(20) VALUE SPACES.
       77 WRK-DESC-MOTIVO      PIC X(20) VALUE SPACES.
       77 WRK-ROTULO           PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------
      * Acumuladores do operador, da loja e do relatorio.
      *----------------------------------------------------------------
       77 WRK-QT-OPERADOR      PIC 9(05) VALUE ZEROS.
       77 WRK-VL-OPERADOR      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-LOJA          PIC 9(05) VALUE ZEROS.
       77 WRK-VL-LOJA          PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-GERAL         PIC 9(05) VALUE ZEROS.
       77 WRK-VL-GERAL         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-OPERADORES    PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-QT           PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-VALOR        PIC S9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-QT-ED            PIC ZZ.ZZ9.
       77 WRK-VALOR-ED         PIC -ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-HORA-ED          PIC 99B99B99.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-LOJA ORD-OPERADOR ORD-HORA
                  INPUT PROCEDURE IS 2000-LIBERA-CANCELAMENTOS
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
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
            OPEN INPUT CANCVEND.
            IF CANCVEND-STATUS = 0
               MOVE 'S' TO WRK-TEM-CANCVEND
            END-IF.
            OPEN OUTPUT CANCREL-REL.
            IF CANCREL-REL-STATUS NOT = 0
               DISPLAY 'CANCREL.REL INDISPONIVEL'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'CANCELAMENTOS DE VENDA POR OPERADOR'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'DATA DO MOVIMENTO: ' DELIMITED BY SIZE
                      WRK-DATA-HOJE         DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       2000-LIBERA-CANCELAMENTOS.
            IF WRK-TEM-CANCVEND = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2100-LIBERA-CANCELAMENTO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2100-LIBERA-CANCELAMENTO.
            READ CANCVEND
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CNV-CANCELAMENTO
                     AND CNV-DATA-MOV = WRK-DATA-HOJE
                     MOVE CNV-LOJA       TO ORD-LOJA
                     MOVE CNV-OPERADOR   TO ORD-OPERADOR
                     MOVE CNV-HORA       TO ORD-HORA
                     MOVE CNV-NUMERO     TO ORD-NUMERO
                     MOVE CNV-VENDEDOR   TO ORD-VENDEDOR
                     MOVE CNV-VALOR      TO ORD-VALOR
                     MOVE CNV-FORMA-PAG  TO ORD-FORMA-PAG
                     MOVE CNV-MOTIVO     TO ORD-MOTIVO
                     MOVE CNV-SUPERVISOR TO ORD-SUPERVISOR
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE CANCREL-REL
            END-IF.
            IF WRK-TEM-CANCVEND = 'S'
               CLOSE CANCVEND
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE WRK-VL-GERAL TO WRK-TOTAL-ED
               DISPLAY 'OPERADORES COM CANCELAMENTO: '
                       WRK-QT-OPERADORES
               DISPLAY 'VENDAS CANCELADAS..........: ' WRK-QT-GERAL
               DISPLAY 'VALOR CANCELADO............: ' WRK-TOTAL-ED
               DISPLAY 'RELATORIO GRAVADO EM CANCREL.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Quebra por loja e operador: cabecalho, uma linha por venda
      * cancelada e os totais.
      *----------------------------------------------------------------
       4000-IMPRIME-RELATORIO.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-LISTA-CANCELAMENTO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'N'
               PERFORM 4300-TOTAL-OPERADOR
               PERFORM 4350-TOTAL-LOJA
            ELSE
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE 'NENHUMA VENDA CANCELADA NO DIA'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'TOTAL GERAL' TO WRK-ROTULO.
            MOVE WRK-QT-GERAL TO WRK-LIN-QT.
            MOVE WRK-VL-GERAL TO WRK-LIN-VALOR.
            PERFORM 4400-LINHA-TOTAL.
            PERFORM 9995-RODAPE-RPT.

       4100-LISTA-CANCELAMENTO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-PRIMEIRO = 'N'
                     AND (ORD-LOJA NOT = WRK-LOJA-ATUAL
                     OR ORD-OPERADOR NOT = WRK-OPERADOR-ATUAL)
                     PERFORM 4300-TOTAL-OPERADOR
                  END-IF
                  IF WRK-PRIMEIRO = 'N'
                     AND ORD-LOJA NOT = WRK-LOJA-ATUAL
                     PERFORM 4350-TOTAL-LOJA
                  END-IF
                  IF WRK-PRIMEIRO = 'S'
                     OR ORD-LOJA NOT = WRK-LOJA-ATUAL
                     PERFORM 4150-CABECALHO-LOJA
                  END-IF
                  IF WRK-PRIMEIRO = 'S'
                     OR ORD-OPERADOR NOT = WRK-OPERADOR-ATUAL
                     OR ORD-LOJA NOT = WRK-LOJA-ATUAL
                     PERFORM 4200-CABECALHO-OPERADOR
                  END-IF
                  MOVE 'N' TO WRK-PRIMEIRO
                  MOVE ORD-LOJA     TO WRK-LOJA-ATUAL
                  MOVE ORD-OPERADOR TO WRK-OPERADOR-ATUAL
                  PERFORM 4250-LINHA-CANCELAMENTO
                  ADD 1 TO WRK-QT-OPERADOR WRK-QT-LOJA WRK-QT-GERAL
                  ADD ORD-VALOR TO WRK-VL-OPERADOR WRK-VL-LOJA
                                   WRK-VL-GERAL
            END-RETURN.

       4150-CABECALHO-LOJA.
            MOVE ZEROS TO WRK-QT-LOJA WRK-VL-LOJA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF ORD-LOJA = SPACES
               MOVE '== LOJA UNICA ==' TO RPT-LINHA-IMPRESSA
            ELSE
               STRING '== LOJA '  DELIMITED BY SIZE
                      ORD-LOJA    DELIMITED BY SIZE
                      ' =='       DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4200-CABECALHO-OPERADOR.
            MOVE ZEROS TO WRK-QT-OPERADOR WRK-VL-OPERADOR.
            ADD 1 TO WRK-QT-OPERADORES.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '-- OPERADOR ' DELIMITED BY SIZE
                   ORD-OPERADOR   DELIMITED BY SIZE
                   ' --'          DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '   VENDA HORA     VENDEDOR          VALOR F MOTIVO'
              TO RPT-LINHA-IMPRESSA.
            MOVE '               SUPERVISOR'
              TO RPT-LINHA-IMPRESSA(52:25).
            PERFORM 9990-GRAVA-LINHA-RPT.

       4250-LINHA-CANCELAMENTO.
            EVALUATE ORD-MOTIVO
               WHEN '01' MOVE 'ERRO DE DIGITACAO' TO WRK-DESC-MOTIVO
               WHEN '02' MOVE 'DESISTENCIA'       TO WRK-DESC-MOTIVO
               WHEN '03' MOVE 'FORMA DE PAGAMENTO' TO WRK-DESC-MOTIVO
               WHEN '04' MOVE 'PRODUTO ERRADO'    TO WRK-DESC-MOTIVO
               WHEN OTHER MOVE 'OUTROS'           TO WRK-DESC-MOTIVO
            END-EVALUATE.
            MOVE ORD-HORA(1:6) TO WRK-HORA-ED.
            MOVE ORD-VALOR     TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   '           DELIMITED BY SIZE
                   ORD-NUMERO      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WRK-HORA-ED     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   ORD-VENDEDOR    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WRK-VALOR-ED    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   ORD-FORMA-PAG   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   ORD-MOTIVO      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WRK-DESC-MOTIVO DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   ORD-SUPERVISOR  DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4300-TOTAL-OPERADOR.
            MOVE 'TOTAL DO OPERADOR' TO WRK-ROTULO.
            MOVE WRK-QT-OPERADOR TO WRK-LIN-QT.
            MOVE WRK-VL-OPERADOR TO WRK-LIN-VALOR.
            PERFORM 4400-LINHA-TOTAL.

       4350-TOTAL-LOJA.
            MOVE 'TOTAL DA LOJA' TO WRK-ROTULO.
            MOVE WRK-QT-LOJA TO WRK-LIN-QT.
            MOVE WRK-VL-LOJA TO WRK-LIN-VALOR.
            PERFORM 4400-LINHA-TOTAL.

       4400-LINHA-TOTAL.
            MOVE WRK-LIN-QT    TO WRK-QT-ED.
            MOVE WRK-LIN-VALOR TO WRK-TOTAL-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   '         DELIMITED BY SIZE
                   WRK-ROTULO    DELIMITED BY SIZE
                   WRK-QT-ED     DELIMITED BY SIZE
                   ' VENDA(S)  ' DELIMITED BY SIZE
                   WRK-TOTAL-ED  DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==CANCREL-REL-REG==.

      *END PROGRAM CANCREL.
