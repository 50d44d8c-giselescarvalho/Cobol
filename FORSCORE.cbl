       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORSCORE.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Avaliacao trimestral de fornecedores. Para cada
      *           fornecedor de FORNECED.DAT apura, nos pedidos de
      *           compra (OCOMPRA.DAT) emitidos no trimestre:
      *             - quantidade de pedidos;
      *             - prazo real de entrega, de OC-DATA ate a primeira
      *               entrada contra o pedido no ESTMOV.LOG (e nos
      *               mensais arquivados ESTMVaaaamm.LOG), contra o
      *               prazo prometido PRODUTO-LEADTIME, e o percentual
      *               de pedidos entregues no prazo;
      *             - percentual de pedidos completos, parciais e
      *               recebidos a maior (OC-QTD-RECEBIDA contra
      *               OC-QTD-PEDIDA) e sem entrega;
      *             - tendencia do custo unitario: custo de cada
      *               pedido (titulos de PAGAR.DAT do pedido divididos
      *               pelo recebido) contra o pedido anterior do mesmo
      *               produto no mesmo fornecedor, nos doze meses
      *               anteriores, ponderada pela quantidade;
      *             - rupturas: interesses em aberto em ESPERA.DAT
      *               registrados no trimestre para produtos do
      *               fornecedor (o do pedido de compra mais recente
      *               do produto).
      *           Nota final de 0 a 100 (pontualidade 40, completude
      *           30, custo 15, rupturas 15) e classificacao em
      *           FORSCORE.REL (padrao REPCTL.COB/REPCAB.CPY), da
      *           maior nota para a menor; fornecedor ativo sem pedido
      *           no trimestre sai no fim, sem posicao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES
             ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECEDORES-STATUS
               RECORD KEY IS FOR-CODIGO.
           SELECT OCOMPRA
             ASSIGN TO 'OCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OCOMPRA-STATUS
               RECORD KEY IS OC-NUMERO.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT PAGAR
             ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY IS PAG-NUMERO.
           SELECT ESPERA
             ASSIGN TO 'ESPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESPERA-STATUS
               RECORD KEY IS ESP-CHAVE.
           SELECT ESTMOV
             ASSIGN TO 'ESTMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.
      * Mensal arquivado do livro de movimentos, se existir.
           SELECT ESTMOV-ARQ
             ASSIGN TO DYNAMIC WRK-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-ARQ-STATUS.
      * Fornecedor atual de cada produto (o da OC mais recente).
           SELECT FORPROD
             ASSIGN TO 'FORSCORE.TMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORPROD-STATUS
               RECORD KEY IS FPM-PRODUTO.
      * Um registro por fornecedor, entre a apuracao e a ordenacao
      * pela nota.
           SELECT FORSCORE-WRK
             ASSIGN TO 'FORSCORE.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORSCORE-WRK-STATUS.
           SELECT FORSCORE-REL
             ASSIGN TO 'FORSCORE.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORSCORE-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'FORSCORE.SRT'.
           SELECT ORDENA-NOTA
             ASSIGN TO 'FORSCORE2.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FORNECED.CPY'.

       COPY 'OCOMPRA.CPY'.

       COPY 'PRODUTOS.CPY'.

       COPY 'PAGAR.CPY'.

       COPY 'ESPERA.CPY'.

       COPY 'ESTMOV.CPY'.

       FD ESTMOV-ARQ.
       01 ESTMOV-ARQ-REG     PIC X(80).

       FD FORPROD.
       01 FPM-REG.
            05 FPM-PRODUTO     PIC 9(06).
            05 FPM-FORNECEDOR  PIC 9(04).
            05 FPM-DATA        PIC 9(08).

       FD FORSCORE-WRK.
       01 FSW-REG.
            05 FSW-NOTA        PIC 9(03)V99.
            05 FSW-FORNECEDOR  PIC 9(04).
            05 FSW-QT-PEDIDOS  PIC 9(05).
            05 FSW-PERC-COMPL  PIC 9(03)V9.
            05 FSW-PERC-PARC   PIC 9(03)V9.
            05 FSW-PERC-MAIOR  PIC 9(03)V9.
            05 FSW-QT-SEM-ENTR PIC 9(05).
            05 FSW-PRAZO-REAL  PIC 9(03)V9.
            05 FSW-PRAZO-PROM  PIC 9(03)V9.
            05 FSW-PERC-PONTUAL PIC 9(03)V9.
            05 FSW-TEM-CUSTO   PIC X(01).
            05 FSW-TENDENCIA   PIC S9(03)V9 SIGN LEADING SEPARATE.
            05 FSW-RUPTURAS    PIC 9(05).

       FD FORSCORE-REL.
       01 FORSCORE-REL-REG   PIC X(132).

      *----------------------------------------------------------------
      * Fatos por fornecedor + produto + OC: F fornecedor ativo,
      * E interesse em falta, O pedido de compra, P titulo a pagar do
      * pedido, R entrada contra o pedido (em ordem de data).
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-FORNECEDOR  PIC 9(04).
            05 ORD-PRODUTO     PIC 9(06).
            05 ORD-OC          PIC 9(06).
            05 ORD-TIPO        PIC X(01).
            05 ORD-DATA        PIC 9(08).
            05 ORD-QTD-PEDIDA  PIC 9(05).
            05 ORD-QTD-RECEBIDA PIC 9(05).
            05 ORD-VALOR       PIC 9(11)V99.
            05 ORD-PRAZO       PIC 9(03).
            05 ORD-NO-TRIMESTRE PIC X(01).

       SD ORDENA-NOTA.
       01 ONT-REG.
            05 ONT-NOTA        PIC 9(03)V99.
            05 ONT-FORNECEDOR  PIC 9(04).
            05 ONT-RESTO       PIC X(45).

       WORKING-STORAGE SECTION.
       77 FORNECEDORES-STATUS PIC 9(02).
       77 OCOMPRA-STATUS      PIC 9(02).
       77 PRODUTOS-STATUS     PIC 9(02).
       77 PAGAR-STATUS        PIC 9(02).
       77 ESPERA-STATUS       PIC 9(02).
       77 ESTMOV-STATUS       PIC 9(02).
       77 ESTMOV-ARQ-STATUS   PIC 9(02).
       77 FORPROD-STATUS      PIC 9(02).
       77 FORSCORE-WRK-STATUS PIC 9(02).
       77 FORSCORE-REL-STATUS PIC 9(02).
       77 WRK-NOME-ARQUIVO    PIC X(15) VALUE SPACES.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * Trimestre avaliado (AAAAT) e janela base do custo (doze meses
      * antes do inicio do trimestre).
      *----------------------------------------------------------------
       01 WRK-TRIMESTRE.
            05 WRK-TRI-ANO     PIC 9(04).
            05 WRK-TRI-NUM     PIC 9(01).
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INI        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-BASE       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-INI         PIC 9(02) VALUE ZEROS.
       77 WRK-MES-FIM         PIC 9(02) VALUE ZEROS.
       77 WRK-ANOMES          PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-HOJE     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO             PIC 9(04) VALUE ZEROS.
       77 WRK-MES             PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ARQUIVOS     PIC 9(03) VALUE ZEROS.
      *     ultimo dia (MMDD) de cada trimestre
       01 WRK-FIM-TRI-TAB    PIC X(16) VALUE '0331063009301231'.
       01 WRK-FIM-TRI-R REDEFINES WRK-FIM-TRI-TAB.
            05 WRK-FIM-TRI     PIC 9(04) OCCURS 4 TIMES.
      *----------------------------------------------------------------
      * Quebras do apurado: fornecedor, produto e OC.
      *----------------------------------------------------------------
       77 WRK-TEM-FORN        PIC X(01) VALUE 'N'.
       77 WRK-FORN-ATUAL      PIC 9(04) VALUE ZEROS.
       77 WRK-FORN-ATIVO      PIC X(01) VALUE 'N'.
       77 WRK-PRODUTO-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-ANT       PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-TEM-OC          PIC X(01) VALUE 'N'.
       01 WRK-OC-ATUAL.
            05 WRK-OCA-NUMERO      PIC 9(06).
            05 WRK-OCA-DATA        PIC 9(08).
            05 WRK-OCA-PEDIDA      PIC 9(05).
            05 WRK-OCA-RECEBIDA    PIC 9(05).
            05 WRK-OCA-PRAZO       PIC 9(03).
            05 WRK-OCA-NO-TRI      PIC X(01).
            05 WRK-OCA-VALOR       PIC 9(11)V99.
            05 WRK-OCA-PRIM-ENTR   PIC 9(08).
       77 WRK-CUSTO-OC        PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-DIAS-ENTREGA    PIC S9(05) VALUE ZEROS.
       01 WRK-FORN-TOTAIS.
            05 WRK-FT-PEDIDOS      PIC 9(05).
            05 WRK-FT-COMPLETOS    PIC 9(05).
            05 WRK-FT-PARCIAIS     PIC 9(05).
            05 WRK-FT-A-MAIOR      PIC 9(05).
            05 WRK-FT-SEM-ENTREGA  PIC 9(05).
            05 WRK-FT-ENTREGUES    PIC 9(05).
            05 WRK-FT-ATRASADOS    PIC 9(05).
            05 WRK-FT-SOMA-DIAS    PIC 9(07).
            05 WRK-FT-SOMA-PRAZO   PIC 9(07).
            05 WRK-FT-RUPTURAS     PIC 9(05).
            05 WRK-FT-VAR-CUSTO    PIC S9(13)V99.
            05 WRK-FT-BASE-CUSTO   PIC 9(13)V99.
      *----------------------------------------------------------------
      * Pesos da nota (somam 100) e regua de custo/ruptura.
      *----------------------------------------------------------------
       77 WRK-PESO-PONTUAL    PIC 9(03) VALUE 40.
       77 WRK-PESO-COMPLETO   PIC 9(03) VALUE 30.
       77 WRK-PESO-CUSTO      PIC 9(03) VALUE 15.
       77 WRK-PESO-RUPTURA    PIC 9(03) VALUE 15.
      *     alta de custo que zera o quesito (percentual)
       77 WRK-TETO-ALTA       PIC 9(03) VALUE 10.
      *     pontos perdidos por ruptura
       77 WRK-PONTOS-RUPTURA  PIC 9(03) VALUE 3.
       77 WRK-NOTA            PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PARCELA         PIC S9(05)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Totais e impressao.
      *----------------------------------------------------------------
       77 WRK-QT-FORNECEDORES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVALIADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCS          PIC 9(07) VALUE ZEROS.
       77 WRK-POSICAO         PIC 9(04) VALUE ZEROS.
       77 WRK-POSICAO-ED      PIC ZZZ9.
       77 WRK-QT-ED           PIC ZZZZ9.
       77 WRK-PERC1-ED        PIC ZZ9,9.
       77 WRK-PERC2-ED        PIC ZZ9,9.
       77 WRK-PERC3-ED        PIC ZZ9,9.
       77 WRK-PERC4-ED        PIC ZZ9,9.
       77 WRK-PRAZO1-ED       PIC ZZ9,9.
       77 WRK-PRAZO2-ED       PIC ZZ9,9.
       77 WRK-TEND-ED         PIC -ZZ9,9.
       77 WRK-SEM-ED          PIC ZZZZ9.
       77 WRK-RUPT-ED         PIC ZZZZ9.
       77 WRK-NOTA-ED         PIC ZZ9,99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-FORNECEDOR ORD-PRODUTO ORD-OC
                                   ORD-TIPO ORD-DATA
                  INPUT PROCEDURE IS 2000-LIBERA-FATOS
                  OUTPUT PROCEDURE IS 4000-APURA-FORNECEDORES
               SORT ORDENA-NOTA
                  ON DESCENDING KEY ONT-NOTA
                  ON ASCENDING KEY ONT-FORNECEDOR
                  USING FORSCORE-WRK
                  OUTPUT PROCEDURE IS 5000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

      *----------------------------------------------------------------
      * Trimestre informado (AAAAT); em branco/zero vale o ultimo
      * trimestre fechado antes de hoje.
      *----------------------------------------------------------------
       1000-INICIAR.
            DISPLAY 'TRIMESTRE A AVALIAR (AAAAT, EX. 20263) '.
            DISPLAY '(ZERO = ULTIMO TRIMESTRE FECHADO): '.
            ACCEPT WRK-TRIMESTRE.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-TRIMESTRE NOT NUMERIC
               OR WRK-TRI-NUM < 1 OR WRK-TRI-NUM > 4
               MOVE WRK-DATA-HOJE(1:4) TO WRK-TRI-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-MES
               COMPUTE WRK-TRI-NUM = (WRK-MES - 1) / 3
               IF WRK-TRI-NUM = 0
                  MOVE 4 TO WRK-TRI-NUM
                  SUBTRACT 1 FROM WRK-TRI-ANO
               END-IF
            END-IF.
            COMPUTE WRK-MES-INI = (WRK-TRI-NUM - 1) * 3 + 1.
            COMPUTE WRK-MES-FIM = WRK-MES-INI + 2.
            COMPUTE WRK-DATA-INI =
                    WRK-TRI-ANO * 10000 + WRK-MES-INI * 100 + 1.
            COMPUTE WRK-DATA-FIM = WRK-TRI-ANO * 10000
                    + WRK-FIM-TRI(WRK-TRI-NUM).
            COMPUTE WRK-DATA-BASE = WRK-DATA-INI - 10000.
            OPEN INPUT FORNECEDORES.
            OPEN INPUT OCOMPRA.
            OPEN INPUT PRODUTOS.
            OPEN OUTPUT FORPROD.
            CLOSE FORPROD.
            OPEN I-O FORPROD.
            OPEN OUTPUT FORSCORE-REL.
            IF FORNECEDORES-STATUS NOT = 0 OR OCOMPRA-STATUS NOT = 0
               OR FORPROD-STATUS NOT = 0
               OR FORSCORE-REL-STATUS NOT = 0
               DISPLAY 'FORNECED/OCOMPRA/FORSCORE.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'AVALIACAO DE FORNECEDORES' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'TRIMESTRE ' DELIMITED BY SIZE
                      WRK-TRI-ANO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-TRI-NUM DELIMITED BY SIZE
                      '  PEDIDOS DE ' DELIMITED BY SIZE
                      WRK-DATA-INI DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-DATA-FIM DELIMITED BY SIZE
                      '  (DA MAIOR NOTA PARA A MENOR)'
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Entrada da primeira ordenacao. PAGAR, ESPERA e os livros de
      * movimento sao opcionais: sem eles o quesito fica sem dado.
      *----------------------------------------------------------------
       2000-LIBERA-FATOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO FOR-CODIGO.
            START FORNECEDORES KEY IS NOT LESS THAN FOR-CODIGO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-FORNECEDOR UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO OC-NUMERO.
            START OCOMPRA KEY IS NOT LESS THAN OC-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2200-LIBERA-PEDIDO-COMPRA UNTIL WRK-FIM-ARQ = 'S'.
            OPEN INPUT PAGAR.
            IF PAGAR-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PAG-NUMERO
               START PAGAR KEY IS NOT LESS THAN PAG-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2300-LIBERA-TITULO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PAGAR
            END-IF.
            OPEN INPUT ESTMOV.
            IF ESTMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2400-LIBERA-ENTRADA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE ESTMOV
            END-IF.
            MOVE WRK-TRI-ANO TO WRK-ANO.
            MOVE WRK-MES-INI TO WRK-MES.
            COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.
            COMPUTE WRK-ANOMES-HOJE = WRK-DATA-HOJE / 100.
            PERFORM 2500-LIBERA-MES-ARQUIVADO
               UNTIL WRK-ANOMES > WRK-ANOMES-HOJE.
            OPEN INPUT ESPERA.
            IF ESPERA-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO ESP-CHAVE
               START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2600-LIBERA-RUPTURA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE ESPERA
            END-IF.

       2100-LIBERA-FORNECEDOR.
            READ FORNECEDORES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FOR-ATIVO
                     INITIALIZE ORD-REG
                     MOVE FOR-CODIGO TO ORD-FORNECEDOR
                     MOVE 'F'        TO ORD-TIPO
                     RELEASE ORD-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Todo pedido de compra alimenta o fornecedor atual do produto;
      * os da janela base ate o fim do trimestre viram fato (os de
      * antes do trimestre so dao o custo de comparacao).
      *----------------------------------------------------------------
       2200-LIBERA-PEDIDO-COMPRA.
            READ OCOMPRA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 2210-ATUALIZA-FORNECEDOR-PROD
                  IF OC-DATA NOT < WRK-DATA-BASE
                     AND OC-DATA NOT > WRK-DATA-FIM
                     INITIALIZE ORD-REG
                     MOVE OC-FORNECEDOR   TO ORD-FORNECEDOR
                     MOVE OC-PRODUTO      TO ORD-PRODUTO
                     MOVE OC-NUMERO       TO ORD-OC
                     MOVE 'O'             TO ORD-TIPO
                     MOVE OC-DATA         TO ORD-DATA
                     MOVE OC-QTD-PEDIDA   TO ORD-QTD-PEDIDA
                     MOVE OC-QTD-RECEBIDA TO ORD-QTD-RECEBIDA
                     MOVE 'N'             TO ORD-NO-TRIMESTRE
                     IF OC-DATA NOT < WRK-DATA-INI
                        MOVE 'S' TO ORD-NO-TRIMESTRE
                        ADD 1 TO WRK-QT-OCS
                     END-IF
                     MOVE OC-PRODUTO TO PRODUTO-CODIGO
                     READ PRODUTOS
                        INVALID KEY
                           MOVE ZEROS TO ORD-PRAZO
                        NOT INVALID KEY
                           MOVE PRODUTO-LEADTIME TO ORD-PRAZO
                     END-READ
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       2210-ATUALIZA-FORNECEDOR-PROD.
            MOVE OC-PRODUTO TO FPM-PRODUTO.
            READ FORPROD
               INVALID KEY
                  MOVE OC-FORNECEDOR TO FPM-FORNECEDOR
                  MOVE OC-DATA       TO FPM-DATA
                  WRITE FPM-REG
                     INVALID KEY
                        CONTINUE
                  END-WRITE
               NOT INVALID KEY
                  IF OC-DATA NOT < FPM-DATA
                     MOVE OC-FORNECEDOR TO FPM-FORNECEDOR
                     MOVE OC-DATA       TO FPM-DATA
                     REWRITE FPM-REG
                        INVALID KEY
                           CONTINUE
                     END-REWRITE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Titulo a pagar aberto pelo recebimento de um pedido da janela
      * (valor = quantidade x custo da entrada).
      *----------------------------------------------------------------
       2300-LIBERA-TITULO.
            READ PAGAR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PAG-OC NOT = ZEROS AND NOT PAG-CANCELADO
                     MOVE PAG-OC TO OC-NUMERO
                     READ OCOMPRA
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF OC-DATA NOT < WRK-DATA-BASE
                              AND OC-DATA NOT > WRK-DATA-FIM
                              INITIALIZE ORD-REG
                              MOVE OC-FORNECEDOR TO ORD-FORNECEDOR
                              MOVE OC-PRODUTO    TO ORD-PRODUTO
                              MOVE OC-NUMERO     TO ORD-OC
                              MOVE 'P'           TO ORD-TIPO
                              MOVE PAG-EMISSAO   TO ORD-DATA
                              MOVE PAG-VALOR     TO ORD-VALOR
                              RELEASE ORD-REG
                           END-IF
                     END-READ
                  END-IF
            END-READ.

       2400-LIBERA-ENTRADA.
            READ ESTMOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 2410-LIBERA-SE-RECEBIMENTO
            END-READ.

      *----------------------------------------------------------------
      * Entrada contra pedido de compra: o numero da OC vem nas seis
      * primeiras posicoes do documento (ESTOQUE.cbl); so interessa o
      * prazo dos pedidos do trimestre.
      *----------------------------------------------------------------
       2410-LIBERA-SE-RECEBIMENTO.
            IF MOV-ENTRADA AND MOV-DATA NUMERIC
               AND MOV-DOCUMENTO(1:6) NUMERIC
               MOVE MOV-DOCUMENTO(1:6) TO OC-NUMERO
               READ OCOMPRA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF OC-PRODUTO = MOV-PRODUTO
                        AND OC-DATA NOT < WRK-DATA-INI
                        AND OC-DATA NOT > WRK-DATA-FIM
                        INITIALIZE ORD-REG
                        MOVE OC-FORNECEDOR TO ORD-FORNECEDOR
                        MOVE OC-PRODUTO    TO ORD-PRODUTO
                        MOVE OC-NUMERO     TO ORD-OC
                        MOVE 'R'           TO ORD-TIPO
                        MOVE MOV-DATA      TO ORD-DATA
                        RELEASE ORD-REG
                     END-IF
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Mensais arquivados do inicio do trimestre ate o mes corrente;
      * mes sem arquivo e pulado.
      *----------------------------------------------------------------
       2500-LIBERA-MES-ARQUIVADO.
            MOVE SPACES TO WRK-NOME-ARQUIVO.
            STRING 'ESTMV' DELIMITED BY SIZE
                   WRK-ANOMES DELIMITED BY SIZE
                   '.LOG' DELIMITED BY SIZE
                   INTO WRK-NOME-ARQUIVO
            END-STRING.
            OPEN INPUT ESTMOV-ARQ.
            IF ESTMOV-ARQ-STATUS = 0
               ADD 1 TO WRK-QT-ARQUIVOS
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2510-LIBERA-ENTRADA-ARQ UNTIL WRK-FIM-ARQ = 'S'
               CLOSE ESTMOV-ARQ
            END-IF.
            IF WRK-MES = 12
               MOVE 1 TO WRK-MES
               ADD 1 TO WRK-ANO
            ELSE
               ADD 1 TO WRK-MES
            END-IF.
            COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.

       2510-LIBERA-ENTRADA-ARQ.
            READ ESTMOV-ARQ INTO ESTMOV-REG
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 2410-LIBERA-SE-RECEBIMENTO
            END-READ.

      *----------------------------------------------------------------
      * Interesse em produto em falta registrado no trimestre conta
      * como ruptura do fornecedor atual do produto.
      *----------------------------------------------------------------
       2600-LIBERA-RUPTURA.
            READ ESPERA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ESP-DATA NOT < WRK-DATA-INI
                     AND ESP-DATA NOT > WRK-DATA-FIM
                     MOVE ESP-PRODUTO TO FPM-PRODUTO
                     READ FORPROD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           INITIALIZE ORD-REG
                           MOVE FPM-FORNECEDOR TO ORD-FORNECEDOR
                           MOVE ESP-PRODUTO    TO ORD-PRODUTO
                           MOVE 'E'            TO ORD-TIPO
                           MOVE ESP-DATA       TO ORD-DATA
                           RELEASE ORD-REG
                     END-READ
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE FORNECEDORES
               CLOSE OCOMPRA
               CLOSE FORPROD
               CLOSE FORSCORE-REL
            END-IF.
            IF PRODUTOS-STATUS = 0
               CLOSE PRODUTOS
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'FORNECEDORES LISTADOS: ' WRK-QT-FORNECEDORES
               DISPLAY 'COM PEDIDO NO TRIM...: ' WRK-QT-AVALIADOS
               DISPLAY 'PEDIDOS NO TRIMESTRE.: ' WRK-QT-OCS
               DISPLAY 'MENSAIS ARQUIVADOS...: ' WRK-QT-ARQUIVOS
               DISPLAY 'RELATORIO GRAVADO EM FORSCORE.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Saida da primeira ordenacao: quebra por fornecedor; dentro
      * dele os produtos e, em cada produto, as OCs em ordem de
      * numero, para o custo ser comparado com o pedido anterior.
      *----------------------------------------------------------------
       4000-APURA-FORNECEDORES.
            OPEN OUTPUT FORSCORE-WRK.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-ACUMULA-FATO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TEM-OC = 'S'
               PERFORM 4300-FECHA-OC
            END-IF.
            IF WRK-TEM-FORN = 'S'
               PERFORM 4200-FECHA-FORNECEDOR
            END-IF.
            CLOSE FORSCORE-WRK.

       4100-ACUMULA-FATO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-TEM-OC = 'S'
                     AND (ORD-FORNECEDOR NOT = WRK-FORN-ATUAL
                          OR ORD-PRODUTO NOT = WRK-PRODUTO-ATUAL
                          OR ORD-OC NOT = WRK-OCA-NUMERO)
                     PERFORM 4300-FECHA-OC
                  END-IF
                  IF WRK-TEM-FORN = 'S'
                     AND ORD-FORNECEDOR NOT = WRK-FORN-ATUAL
                     PERFORM 4200-FECHA-FORNECEDOR
                  END-IF
                  IF WRK-TEM-FORN = 'N'
                     OR ORD-FORNECEDOR NOT = WRK-FORN-ATUAL
                     MOVE 'S' TO WRK-TEM-FORN
                     MOVE ORD-FORNECEDOR TO WRK-FORN-ATUAL
                     MOVE 'N' TO WRK-FORN-ATIVO
                     MOVE ZEROS TO WRK-FORN-TOTAIS
                     MOVE ZEROS TO WRK-PRODUTO-ATUAL WRK-CUSTO-ANT
                  END-IF
                  IF ORD-PRODUTO NOT = WRK-PRODUTO-ATUAL
                     MOVE ORD-PRODUTO TO WRK-PRODUTO-ATUAL
                     MOVE ZEROS TO WRK-CUSTO-ANT
                  END-IF
                  EVALUATE ORD-TIPO
                     WHEN 'F'
                        MOVE 'S' TO WRK-FORN-ATIVO
                     WHEN 'E'
                        ADD 1 TO WRK-FT-RUPTURAS
                     WHEN 'O'
                        MOVE 'S' TO WRK-TEM-OC
                        MOVE ORD-OC           TO WRK-OCA-NUMERO
                        MOVE ORD-DATA         TO WRK-OCA-DATA
                        MOVE ORD-QTD-PEDIDA   TO WRK-OCA-PEDIDA
                        MOVE ORD-QTD-RECEBIDA TO WRK-OCA-RECEBIDA
                        MOVE ORD-PRAZO        TO WRK-OCA-PRAZO
                        MOVE ORD-NO-TRIMESTRE TO WRK-OCA-NO-TRI
                        MOVE ZEROS TO WRK-OCA-VALOR WRK-OCA-PRIM-ENTR
                     WHEN 'P'
                        IF WRK-TEM-OC = 'S'
                           ADD ORD-VALOR TO WRK-OCA-VALOR
                        END-IF
                     WHEN 'R'
                        IF WRK-TEM-OC = 'S'
                           AND WRK-OCA-PRIM-ENTR = ZEROS
                           MOVE ORD-DATA TO WRK-OCA-PRIM-ENTR
                        END-IF
                  END-EVALUATE
            END-RETURN.

      *----------------------------------------------------------------
      * Fecha o pedido de compra: entrega, prazo e custo unitario
      * (titulos do pedido / quantidade recebida).
      *----------------------------------------------------------------
       4300-FECHA-OC.
            MOVE 'N' TO WRK-TEM-OC.
            MOVE ZEROS TO WRK-CUSTO-OC.
            IF WRK-OCA-VALOR > ZEROS AND WRK-OCA-RECEBIDA > ZEROS
               COMPUTE WRK-CUSTO-OC ROUNDED =
                       WRK-OCA-VALOR / WRK-OCA-RECEBIDA
            END-IF.
            IF WRK-OCA-NO-TRI = 'S'
               ADD 1 TO WRK-FT-PEDIDOS
               EVALUATE TRUE
                  WHEN WRK-OCA-RECEBIDA = ZEROS
                     ADD 1 TO WRK-FT-SEM-ENTREGA
                  WHEN WRK-OCA-RECEBIDA = WRK-OCA-PEDIDA
                     ADD 1 TO WRK-FT-COMPLETOS
                  WHEN WRK-OCA-RECEBIDA > WRK-OCA-PEDIDA
                     ADD 1 TO WRK-FT-A-MAIOR
                  WHEN OTHER
                     ADD 1 TO WRK-FT-PARCIAIS
               END-EVALUATE
               IF WRK-OCA-PRIM-ENTR NOT = ZEROS
                  COMPUTE WRK-DIAS-ENTREGA =
                          FUNCTION INTEGER-OF-DATE(WRK-OCA-PRIM-ENTR)
                        - FUNCTION INTEGER-OF-DATE(WRK-OCA-DATA)
                  IF WRK-DIAS-ENTREGA < 0
                     MOVE ZEROS TO WRK-DIAS-ENTREGA
                  END-IF
                  ADD 1 TO WRK-FT-ENTREGUES
                  ADD WRK-DIAS-ENTREGA TO WRK-FT-SOMA-DIAS
                  ADD WRK-OCA-PRAZO TO WRK-FT-SOMA-PRAZO
                  IF WRK-DIAS-ENTREGA > WRK-OCA-PRAZO
                     ADD 1 TO WRK-FT-ATRASADOS
                  END-IF
               END-IF
               IF WRK-CUSTO-OC > ZEROS AND WRK-CUSTO-ANT > ZEROS
                  COMPUTE WRK-FT-VAR-CUSTO ROUNDED = WRK-FT-VAR-CUSTO
                          + (WRK-CUSTO-OC - WRK-CUSTO-ANT)
                          * WRK-OCA-RECEBIDA
                  COMPUTE WRK-FT-BASE-CUSTO ROUNDED =
                          WRK-FT-BASE-CUSTO
                          + WRK-CUSTO-ANT * WRK-OCA-RECEBIDA
               END-IF
            END-IF.
            IF WRK-CUSTO-OC > ZEROS
               MOVE WRK-CUSTO-OC TO WRK-CUSTO-ANT
            END-IF.

      *----------------------------------------------------------------
      * Indicadores e nota do fornecedor. Sem pedido no trimestre so
      * sai o ativo, com nota zero e sem posicao.
      *----------------------------------------------------------------
       4200-FECHA-FORNECEDOR.
            IF WRK-FT-PEDIDOS > ZEROS OR WRK-FORN-ATIVO = 'S'
               INITIALIZE FSW-REG
               MOVE WRK-FORN-ATUAL     TO FSW-FORNECEDOR
               MOVE WRK-FT-PEDIDOS     TO FSW-QT-PEDIDOS
               MOVE WRK-FT-SEM-ENTREGA TO FSW-QT-SEM-ENTR
               MOVE WRK-FT-RUPTURAS    TO FSW-RUPTURAS
               MOVE 'N'                TO FSW-TEM-CUSTO
               IF WRK-FT-PEDIDOS > ZEROS
                  ADD 1 TO WRK-QT-AVALIADOS
                  COMPUTE FSW-PERC-COMPL ROUNDED =
                          WRK-FT-COMPLETOS * 100 / WRK-FT-PEDIDOS
                  COMPUTE FSW-PERC-PARC ROUNDED =
                          WRK-FT-PARCIAIS * 100 / WRK-FT-PEDIDOS
                  COMPUTE FSW-PERC-MAIOR ROUNDED =
                          WRK-FT-A-MAIOR * 100 / WRK-FT-PEDIDOS
               END-IF
               IF WRK-FT-ENTREGUES > ZEROS
                  COMPUTE FSW-PRAZO-REAL ROUNDED =
                          WRK-FT-SOMA-DIAS / WRK-FT-ENTREGUES
                     ON SIZE ERROR
                        MOVE 999,9 TO FSW-PRAZO-REAL
                  END-COMPUTE
                  COMPUTE FSW-PRAZO-PROM ROUNDED =
                          WRK-FT-SOMA-PRAZO / WRK-FT-ENTREGUES
                  COMPUTE FSW-PERC-PONTUAL ROUNDED =
                          (WRK-FT-ENTREGUES - WRK-FT-ATRASADOS)
                          * 100 / WRK-FT-ENTREGUES
               END-IF
               IF WRK-FT-BASE-CUSTO > ZEROS
                  MOVE 'S' TO FSW-TEM-CUSTO
                  COMPUTE FSW-TENDENCIA ROUNDED =
                          WRK-FT-VAR-CUSTO * 100 / WRK-FT-BASE-CUSTO
                     ON SIZE ERROR
                        IF WRK-FT-VAR-CUSTO > ZEROS
                           MOVE 999,9 TO FSW-TENDENCIA
                        ELSE
                           MOVE -999,9 TO FSW-TENDENCIA
                        END-IF
                  END-COMPUTE
               END-IF
               IF WRK-FT-PEDIDOS > ZEROS
                  PERFORM 4210-CALCULA-NOTA
               END-IF
               WRITE FSW-REG
               ADD 1 TO WRK-QT-FORNECEDORES
            END-IF.

      *----------------------------------------------------------------
      * Nota: pontualidade e completude proporcionais; custo cheio
      * quando nao subiu, zero a partir de WRK-TETO-ALTA por cento de
      * alta, meio quesito sem pedido anterior para comparar;
      * ruptura perde WRK-PONTOS-RUPTURA pontos por ocorrencia.
      *----------------------------------------------------------------
       4210-CALCULA-NOTA.
            COMPUTE WRK-NOTA ROUNDED =
                    FSW-PERC-PONTUAL * WRK-PESO-PONTUAL / 100
                  + FSW-PERC-COMPL * WRK-PESO-COMPLETO / 100.
            EVALUATE TRUE
               WHEN FSW-TEM-CUSTO = 'N'
                  COMPUTE WRK-PARCELA ROUNDED = WRK-PESO-CUSTO / 2
               WHEN FSW-TENDENCIA NOT > ZEROS
                  MOVE WRK-PESO-CUSTO TO WRK-PARCELA
               WHEN FSW-TENDENCIA NOT < WRK-TETO-ALTA
                  MOVE ZEROS TO WRK-PARCELA
               WHEN OTHER
                  COMPUTE WRK-PARCELA ROUNDED = WRK-PESO-CUSTO
                        * (WRK-TETO-ALTA - FSW-TENDENCIA)
                        / WRK-TETO-ALTA
            END-EVALUATE.
            ADD WRK-PARCELA TO WRK-NOTA.
            COMPUTE WRK-PARCELA =
                    WRK-PESO-RUPTURA
                  - WRK-FT-RUPTURAS * WRK-PONTOS-RUPTURA
               ON SIZE ERROR
                  MOVE ZEROS TO WRK-PARCELA
            END-COMPUTE.
            IF WRK-PARCELA > ZEROS
               ADD WRK-PARCELA TO WRK-NOTA
            END-IF.
            IF WRK-NOTA < ZEROS
               MOVE ZEROS TO WRK-NOTA
            END-IF.
            MOVE WRK-NOTA TO FSW-NOTA.

      *----------------------------------------------------------------
      * Saida da segunda ordenacao: classificacao pela nota.
      *----------------------------------------------------------------
       5000-IMPRIME-RELATORIO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE 'POS  FORN NOME'  TO RPT-LINHA-IMPRESSA(1:14).
            MOVE 'PEDS COMP% PARC%' TO RPT-LINHA-IMPRESSA(43:16).
            MOVE 'MAIO% S/ENT'     TO RPT-LINHA-IMPRESSA(61:11).
            MOVE 'PRZ.R    PRZ.P  PONT%' TO RPT-LINHA-IMPRESSA(76:21).
            MOVE 'CUSTO%  RUPT   NOTA'   TO RPT-LINHA-IMPRESSA(98:19).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE ZEROS TO WRK-POSICAO.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 5100-IMPRIME-FORNECEDOR UNTIL WRK-FIM-ORD = 'S'.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'NOTA 0-100: PONTUALIDADE ' WRK-PESO-PONTUAL
                   ', COMPLETUDE ' WRK-PESO-COMPLETO
                   ', CUSTO ' WRK-PESO-CUSTO
                   ' (ZERO COM ALTA DE ' WRK-TETO-ALTA
                   '% OU MAIS), RUPTURAS ' WRK-PESO-RUPTURA
                   ' (MENOS ' WRK-PONTOS-RUPTURA ' POR RUPTURA)'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'FORNECEDORES: ' WRK-QT-FORNECEDORES
                   '  COM PEDIDO NO TRIMESTRE: ' WRK-QT-AVALIADOS
                   '  PEDIDOS DE COMPRA: ' WRK-QT-OCS
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       5100-IMPRIME-FORNECEDOR.
            RETURN ORDENA-NOTA INTO FSW-REG
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  PERFORM 5200-LINHA-FORNECEDOR
            END-RETURN.

       5200-LINHA-FORNECEDOR.
            MOVE FSW-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
               INVALID KEY
                  MOVE '(SEM CADASTRO)' TO FOR-NOME
            END-READ.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF FSW-QT-PEDIDOS = ZEROS
               STRING '   - ' FSW-FORNECEDOR ' ' FOR-NOME
                      '   SEM PEDIDO DE COMPRA NO TRIMESTRE'
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               ADD 1 TO WRK-POSICAO
               MOVE WRK-POSICAO      TO WRK-POSICAO-ED
               MOVE FSW-QT-PEDIDOS   TO WRK-QT-ED
               MOVE FSW-PERC-COMPL   TO WRK-PERC1-ED
               MOVE FSW-PERC-PARC    TO WRK-PERC2-ED
               MOVE FSW-PERC-MAIOR   TO WRK-PERC3-ED
               MOVE FSW-QT-SEM-ENTR  TO WRK-SEM-ED
               MOVE FSW-PRAZO-REAL   TO WRK-PRAZO1-ED
               MOVE FSW-PRAZO-PROM   TO WRK-PRAZO2-ED
               MOVE FSW-PERC-PONTUAL TO WRK-PERC4-ED
               MOVE FSW-TENDENCIA    TO WRK-TEND-ED
               MOVE FSW-RUPTURAS     TO WRK-RUPT-ED
               MOVE FSW-NOTA         TO WRK-NOTA-ED
               STRING WRK-POSICAO-ED ' ' FSW-FORNECEDOR ' '
                      FOR-NOME ' ' WRK-QT-ED ' ' WRK-PERC1-ED ' '
                      WRK-PERC2-ED '  ' WRK-PERC3-ED ' ' WRK-SEM-ED
                      '    ' WRK-PRAZO1-ED '    ' WRK-PRAZO2-ED
                      '  ' WRK-PERC4-ED ' '
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               IF FSW-TEM-CUSTO = 'S'
                  MOVE WRK-TEND-ED TO RPT-LINHA-IMPRESSA(98:6)
               ELSE
                  MOVE '   N/D' TO RPT-LINHA-IMPRESSA(98:6)
               END-IF
               IF FSW-PRAZO-PROM = ZEROS AND FSW-PRAZO-REAL = ZEROS
                  AND FSW-PERC-PONTUAL = ZEROS
                  MOVE SPACES TO RPT-LINHA-IMPRESSA(76:21)
                  MOVE 'SEM ENTREGA' TO RPT-LINHA-IMPRESSA(78:11)
               END-IF
               STRING WRK-RUPT-ED ' ' WRK-NOTA-ED
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA(105:12)
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==FORSCORE-REL-REG==.

      *END PROGRAM FORSCORE.
