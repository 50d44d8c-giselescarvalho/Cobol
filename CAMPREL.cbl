       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPREL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Resultado das campanhas de promocao (CAMPANHA.DAT,
      *           CAMPCAD.cbl). Soma, por campanha, as unidades, a
      *           receita e o desconto dado: nos pedidos, pelos itens
      *           de PEDITENS.DAT com ITEM-CAMPANHA (pedido cancelado
      *           nao conta); no balcao, pelas vendas do CAMPVEND.LOG
      *           gravado pelo PDV. Sai em CAMPREL.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) com uma linha de pedidos, uma
      *           de balcao e o total de cada campanha, mais o total
      *           geral.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
      * Cabecalho do pedido, para descartar pedido cancelado.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
      * Vendas de balcao com campanha (opcional).
           SELECT CAMPVEND
             ASSIGN TO 'CAMPVEND.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPVEND-STATUS.
      * Cadastro das campanhas, para descricao e periodo.
           SELECT CAMPANHA
             ASSIGN TO 'CAMPANHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CAMPANHA-STATUS
               RECORD KEY IS CAM-CODIGO.
           SELECT CAMPREL-REL
             ASSIGN TO 'CAMPREL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPREL-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'CAMPREL.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PEDITENS.CPY'.

       COPY 'PEDIDOS.CPY'.

       COPY 'CAMPVEND.CPY'.

       COPY 'CAMPANHA.CPY'.

       FD CAMPREL-REL.
       01 CAMPREL-REL-REG    PIC X(132).

      *----------------------------------------------------------------
      * Uma entrada por item de pedido (origem P) ou venda de balcao
      * (origem B) feita com campanha.
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-CAMPANHA    PIC X(06).
            05 ORD-ORIGEM      PIC X(01).
            05 ORD-QTD         PIC 9(05)V99.
            05 ORD-VALOR       PIC 9(09)V99.
            05 ORD-DESCONTO    PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 PEDITENS-STATUS      PIC 9(02).
       77 PEDIDOS-STATUS       PIC 9(02).
       77 CAMPVEND-STATUS      PIC 9(02).
       77 CAMPANHA-STATUS      PIC 9(02).
       77 CAMPREL-REL-STATUS   PIC 9(02).
       77 WRK-TEM-CAMPVEND     PIC X(01) VALUE 'N'.
       77 WRK-TEM-CAMPANHA     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO         PIC X(01) VALUE 'S'.
       77 WRK-CAMPANHA-ATUAL   PIC X(06) VALUE SPACES.
       77 WRK-QT-CAMPANHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ITENS         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-VENDAS        PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------
      * Acumuladores da campanha corrente (1 pedidos, 2 balcao) e do
      * relatorio todo.
      *----------------------------------------------------------------
       01 WRK-ACUM-CAMPANHA.
            05 WRK-AC-LIN OCCURS 2 TIMES INDEXED BY WRK-IX-AC.
                10 WRK-AC-QTD       PIC 9(07)V99.
                10 WRK-AC-VALOR     PIC 9(11)V99.
                10 WRK-AC-DESCONTO  PIC 9(11)V99.
       77 WRK-GER-QTD          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GER-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GER-DESCONTO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIN-QTD          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIN-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIN-DESCONTO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ROTULO           PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-QTD-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DESCONTO-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-CAMPANHA ORD-ORIGEM
                  INPUT PROCEDURE IS 2000-LIBERA-VENDAS
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            OPEN INPUT PEDITENS.
            OPEN INPUT PEDIDOS.
            OPEN INPUT CAMPVEND.
            IF CAMPVEND-STATUS = 0
               MOVE 'S' TO WRK-TEM-CAMPVEND
            END-IF.
            OPEN INPUT CAMPANHA.
            IF CAMPANHA-STATUS = 0
               MOVE 'S' TO WRK-TEM-CAMPANHA
            END-IF.
            OPEN OUTPUT CAMPREL-REL.
            IF PEDITENS-STATUS NOT = 0
               OR PEDIDOS-STATUS NOT = 0
               OR CAMPREL-REL-STATUS NOT = 0
               DISPLAY 'PEDITENS.DAT/PEDIDOS.DAT/CAMPREL.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'RESULTADO DAS CAMPANHAS DE PROMOCAO'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
            END-IF.

       2000-LIBERA-VENDAS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO ITEM-CHAVE.
            START PEDITENS KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-ITEM UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-TEM-CAMPVEND = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2200-LIBERA-BALCAO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

      *----------------------------------------------------------------
      * Item de pedido com campanha, desde que o pedido exista e nao
      * esteja cancelado.
      *----------------------------------------------------------------
       2100-LIBERA-ITEM.
            READ PEDITENS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ITEM-CAMPANHA NOT = SPACES
                     MOVE ITEM-FONE TO PEDIDOS-FONE
                     MOVE ITEM-DATA TO PEDIDOS-DATA
                     MOVE ITEM-HORA TO PEDIDOS-HORA
                     READ PEDIDOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF NOT PED-CANCELADO
                              ADD 1 TO WRK-QT-ITENS
                              MOVE ITEM-CAMPANHA TO ORD-CAMPANHA
                              MOVE 'P'           TO ORD-ORIGEM
                              MOVE ITEM-QTD      TO ORD-QTD
                              MOVE ITEM-VALOR    TO ORD-VALOR
                              MOVE ITEM-DESC-CAMPANHA
                                TO ORD-DESCONTO
                              RELEASE ORD-REG
                           END-IF
                     END-READ
                  END-IF
            END-READ.

       2200-LIBERA-BALCAO.
            READ CAMPVEND
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-VENDAS
                  MOVE CVD-CAMPANHA TO ORD-CAMPANHA
                  MOVE 'B'          TO ORD-ORIGEM
                  MOVE CVD-QTD      TO ORD-QTD
                  MOVE CVD-VALOR    TO ORD-VALOR
                  MOVE CVD-DESCONTO TO ORD-DESCONTO
                  RELEASE ORD-REG
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PEDITENS
               CLOSE PEDIDOS
               CLOSE CAMPREL-REL
            END-IF.
            IF WRK-TEM-CAMPVEND = 'S'
               CLOSE CAMPVEND
            END-IF.
            IF WRK-TEM-CAMPANHA = 'S'
               CLOSE CAMPANHA
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'CAMPANHAS COM VENDA..: ' WRK-QT-CAMPANHAS
               DISPLAY 'ITENS DE PEDIDO......: ' WRK-QT-ITENS
               DISPLAY 'VENDAS DE BALCAO.....: ' WRK-QT-VENDAS
               DISPLAY 'RELATORIO GRAVADO EM CAMPREL.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Quebra por campanha: cabecalho com descricao e periodo,
      * linhas de pedidos e balcao e o total da campanha.
      *----------------------------------------------------------------
       4000-IMPRIME-RELATORIO.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-ACUMULA-VENDA UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'N'
               PERFORM 4300-TOTAL-CAMPANHA
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'TOTAL GERAL' TO WRK-ROTULO.
            MOVE WRK-GER-QTD      TO WRK-LIN-QTD.
            MOVE WRK-GER-VALOR    TO WRK-LIN-VALOR.
            MOVE WRK-GER-DESCONTO TO WRK-LIN-DESCONTO.
            PERFORM 4400-LINHA-VALORES.
            PERFORM 9995-RODAPE-RPT.

       4100-ACUMULA-VENDA.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-PRIMEIRO = 'S'
                     OR ORD-CAMPANHA NOT = WRK-CAMPANHA-ATUAL
                     IF WRK-PRIMEIRO = 'N'
                        PERFORM 4300-TOTAL-CAMPANHA
                     END-IF
                     MOVE 'N' TO WRK-PRIMEIRO
                     MOVE ORD-CAMPANHA TO WRK-CAMPANHA-ATUAL
                     MOVE ZEROS TO WRK-ACUM-CAMPANHA
                     ADD 1 TO WRK-QT-CAMPANHAS
                  END-IF
                  IF ORD-ORIGEM = 'P'
                     SET WRK-IX-AC TO 1
                  ELSE
                     SET WRK-IX-AC TO 2
                  END-IF
                  ADD ORD-QTD      TO WRK-AC-QTD(WRK-IX-AC)
                  ADD ORD-VALOR    TO WRK-AC-VALOR(WRK-IX-AC)
                  ADD ORD-DESCONTO TO WRK-AC-DESCONTO(WRK-IX-AC)
                  ADD ORD-QTD      TO WRK-GER-QTD
                  ADD ORD-VALOR    TO WRK-GER-VALOR
                  ADD ORD-DESCONTO TO WRK-GER-DESCONTO
            END-RETURN.

       4200-CABECALHO-CAMPANHA.
            MOVE SPACES TO CAM-DESCRICAO.
            MOVE ZEROS TO CAM-DATA-INI CAM-DATA-FIM.
            IF WRK-TEM-CAMPANHA = 'S'
               MOVE WRK-CAMPANHA-ATUAL TO CAM-CODIGO
               READ CAMPANHA
                  INVALID KEY
                     MOVE '(SEM CADASTRO)' TO CAM-DESCRICAO
                     MOVE ZEROS TO CAM-DATA-INI CAM-DATA-FIM
               END-READ
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '== CAMPANHA '     DELIMITED BY SIZE
                   WRK-CAMPANHA-ATUAL DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   CAM-DESCRICAO      DELIMITED BY SIZE
                   ' DE '             DELIMITED BY SIZE
                   CAM-DATA-INI       DELIMITED BY SIZE
                   ' A '              DELIMITED BY SIZE
                   CAM-DATA-FIM       DELIMITED BY SIZE
                   ' =='              DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '   ORIGEM               UNIDADES              RECEITA'
              TO RPT-LINHA-IMPRESSA.
            MOVE '             DESCONTO' TO RPT-LINHA-IMPRESSA(54:21).
            PERFORM 9990-GRAVA-LINHA-RPT.

       4300-TOTAL-CAMPANHA.
            PERFORM 4200-CABECALHO-CAMPANHA.
            MOVE 'PEDIDOS' TO WRK-ROTULO.
            MOVE WRK-AC-QTD(1)      TO WRK-LIN-QTD.
            MOVE WRK-AC-VALOR(1)    TO WRK-LIN-VALOR.
            MOVE WRK-AC-DESCONTO(1) TO WRK-LIN-DESCONTO.
            PERFORM 4400-LINHA-VALORES.
            MOVE 'BALCAO' TO WRK-ROTULO.
            MOVE WRK-AC-QTD(2)      TO WRK-LIN-QTD.
            MOVE WRK-AC-VALOR(2)    TO WRK-LIN-VALOR.
            MOVE WRK-AC-DESCONTO(2) TO WRK-LIN-DESCONTO.
            PERFORM 4400-LINHA-VALORES.
            MOVE 'TOTAL' TO WRK-ROTULO.
            COMPUTE WRK-LIN-QTD = WRK-AC-QTD(1) + WRK-AC-QTD(2).
            COMPUTE WRK-LIN-VALOR = WRK-AC-VALOR(1) + WRK-AC-VALOR(2).
            COMPUTE WRK-LIN-DESCONTO =
                    WRK-AC-DESCONTO(1) + WRK-AC-DESCONTO(2).
            PERFORM 4400-LINHA-VALORES.

       4400-LINHA-VALORES.
            MOVE WRK-LIN-QTD      TO WRK-QTD-ED.
            MOVE WRK-LIN-VALOR    TO WRK-VALOR-ED.
            MOVE WRK-LIN-DESCONTO TO WRK-DESCONTO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   '           DELIMITED BY SIZE
                   WRK-ROTULO      DELIMITED BY SIZE
                   '   '           DELIMITED BY SIZE
                   WRK-QTD-ED      DELIMITED BY SIZE
                   '    '          DELIMITED BY SIZE
                   WRK-VALOR-ED    DELIMITED BY SIZE
                   '    '          DELIMITED BY SIZE
                   WRK-DESCONTO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==CAMPREL-REL-REG==.

      *END PROGRAM CAMPREL.
