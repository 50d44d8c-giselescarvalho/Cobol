       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMARG.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Rentabilidade por cliente no periodo informado. O
      *           RANKCLI.cbl ordena por PEDIDOS-VALOR, mas quem mais
      *           compra nao e necessariamente quem mais deixa. Para
      *           cada cliente apura a venda dos itens (PEDITENS), o
      *           custo a PRODUTO-CUSTO, o desconto de categoria
      *           concedido (TABCATEG.CPY), o frete cobrado contra o
      *           custo da transportadora (TRANSPTAB.DAT, mesma conta
      *           do FRETEMARG.cbl), as devolucoes de DEVOL.LOG (a
      *           mercadoria volta ao estoque, entao o custo volta
      *           junto), os creditos abertos em CREDITOS.DAT e as
      *           perdas baixadas em PERDAS.DAT, chegando a margem de
      *           contribuicao em valor e percentual. Os creditos sao
      *           so informativos: nascem das proprias devolucoes, ja
      *           descontadas. O relatorio CLIMARG.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) sai da menor margem para a
      *           maior, para a area comercial rever categorias VIP/
      *           atacado com numeros. Pedido legado sem itens entra
      *           pelo valor do cabecalho, sem custo, e e contado no
      *           rodape.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
           SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT TRANSPTAB
             ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPTAB-STATUS
               RECORD KEY IS TRF-CHAVE.
           SELECT DEVOL-LOG
             ASSIGN TO 'DEVOL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVOL-LOG-STATUS.
           SELECT CREDITOS
             ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITOS-STATUS
               RECORD KEY IS CRD-NUMERO.
           SELECT PERDAS
             ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERDAS-STATUS
               RECORD KEY IS PRD-NUMERO.
      * Totais por cliente, entre a apuracao e a ordenacao por margem.
           SELECT CLIMARG-WRK
             ASSIGN TO 'CLIMARG.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIMARG-WRK-STATUS.
           SELECT CLIMARG-REL
             ASSIGN TO 'CLIMARG.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIMARG-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'CLIMARG.SRT'.
           SELECT ORDENA-MARGEM
             ASSIGN TO 'CLIMARG2.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PEDIDOS.CPY'.

       COPY 'PEDITENS.CPY'.

       COPY 'PRODUTOS.CPY'.

       COPY 'CLIENTES.CPY'.

       FD TRANSPTAB.
       01 TRF-REG.
            05 TRF-CHAVE.
                10 TRF-TRANSP PIC X(03).
                10 TRF-UF     PIC X(02).
            05 TRF-TAXA       PIC 9V999.
            05 TRF-PRAZO      PIC 9(02).
            05 TRF-CUSTO-TAXA PIC 9V999.

       FD DEVOL-LOG.
       01 DEVOL-LOG-REG.
            05 DEV-DATA      PIC 9(08).
            05 DEV-HORA      PIC 9(08).
            05 DEV-FONE      PIC 9(09).
            05 DEV-PED-DATA  PIC 9(08).
            05 DEV-PED-HORA  PIC 9(08).
            05 DEV-PRODUTO   PIC 9(06).
            05 DEV-DESCRICAO PIC X(20).
            05 DEV-QTD       PIC 9(03)V99.
            05 DEV-VALOR     PIC 9(09)V99.
            05 DEV-MOTIVO    PIC X(02).

       FD CREDITOS.
       01 CRD-REG.
            05 CRD-NUMERO    PIC 9(06).
            05 CRD-FONE      PIC 9(09).
            05 CRD-DATA      PIC 9(08).
            05 CRD-VALOR     PIC 9(09)V99.
            05 CRD-MOTIVO    PIC X(02).
            05 CRD-SITUACAO  PIC X(01).
                88 CRD-ABERTO    VALUE 'A'.
                88 CRD-UTILIZADO VALUE 'U'.

       FD PERDAS.
       01 PRD-REG.
            05 PRD-NUMERO      PIC 9(06).
            05 PRD-FONE        PIC 9(09).
            05 PRD-VENCIMENTO  PIC 9(08).
            05 PRD-SALDO       PIC 9(11)V99.
            05 PRD-DATA-BAIXA  PIC 9(08).
            05 PRD-SOLICITANTE PIC X(20).
            05 PRD-APROVADOR   PIC X(20).

       FD CLIMARG-WRK.
       01 MRW-REG.
            05 MRW-MARGEM      PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 MRW-FONE        PIC 9(09).
            05 MRW-NOME        PIC X(30).
            05 MRW-CATEGORIA   PIC X(07).
            05 MRW-VENDAS      PIC 9(11)V99.
            05 MRW-CUSTO       PIC 9(11)V99.
            05 MRW-DESCONTO    PIC 9(11)V99.
            05 MRW-FRETE-COB   PIC 9(11)V99.
            05 MRW-FRETE-CUSTO PIC 9(11)V99.
            05 MRW-DEVOLUCAO   PIC 9(11)V99.
            05 MRW-CUSTO-DEVOL PIC 9(11)V99.
            05 MRW-CREDITOS    PIC 9(11)V99.
            05 MRW-PERDAS      PIC 9(11)V99.
            05 MRW-PERC        PIC S9(05)V99 SIGN LEADING SEPARATE.

       FD CLIMARG-REL.
       01 CLIMARG-REL-REG       PIC X(132).

      *----------------------------------------------------------------
      * Fatos do periodo por telefone: V venda (valor, custo), F frete
      * (cobrado, custo), R devolucao (valor, custo devolvido),
      * C credito aberto, P perda.
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-FONE       PIC 9(09).
            05 ORD-TIPO       PIC X(01).
            05 ORD-VALOR-1    PIC 9(11)V99.
            05 ORD-VALOR-2    PIC 9(11)V99.

       SD ORDENA-MARGEM.
       01 OMG-REG.
            05 OMG-MARGEM      PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 OMG-RESTO       PIC X(171).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS     PIC 9(02).
       77 PEDITENS-STATUS    PIC 9(02).
       77 PRODUTOS-STATUS    PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 TRANSPTAB-STATUS   PIC 9(02).
       77 DEVOL-LOG-STATUS   PIC 9(02).
       77 CREDITOS-STATUS    PIC 9(02).
       77 PERDAS-STATUS      PIC 9(02).
       77 CLIMARG-WRK-STATUS PIC 9(02).
       77 CLIMARG-REL-STATUS PIC 9(02).
       77 WRK-FIM-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITENS      PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD        PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA  PIC X(01) VALUE 'N'.
       77 WRK-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-QT-ITENS-PED   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LEGADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLIENTES    PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-ITEM     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-FRETE    PIC 9(11)V99 VALUE ZEROS.
       01 WRK-CHAVE-PEDIDO.
            05 WRK-CP-FONE    PIC 9(09).
            05 WRK-CP-DATA    PIC 9(08).
            05 WRK-CP-HORA    PIC 9(08).
      *----------------------------------------------------------------
      * Acumulados do grupo (telefone) corrente e do periodo.
      *----------------------------------------------------------------
       77 WRK-TEM-GRUPO      PIC X(01) VALUE 'N'.
       77 WRK-FONE-ATUAL     PIC 9(09) VALUE ZEROS.
       01 WRK-GRP-TOTAIS.
            05 WRK-GRP-VENDAS      PIC 9(11)V99.
            05 WRK-GRP-CUSTO       PIC 9(11)V99.
            05 WRK-GRP-FRETE-COB   PIC 9(11)V99.
            05 WRK-GRP-FRETE-CUSTO PIC 9(11)V99.
            05 WRK-GRP-DEVOLUCAO   PIC 9(11)V99.
            05 WRK-GRP-CUSTO-DEVOL PIC 9(11)V99.
            05 WRK-GRP-CREDITOS    PIC 9(11)V99.
            05 WRK-GRP-PERDAS      PIC 9(11)V99.
       77 WRK-TOT-VENDAS     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PERC       PIC S9(05)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR3-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR4-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-MARGEM-ED      PIC -ZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED        PIC -ZZZ9,99.
       COPY 'TABCATEG.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-FONE ORD-TIPO
                  INPUT PROCEDURE IS 2000-LIBERA-FATOS
                  OUTPUT PROCEDURE IS 4000-APURA-CLIENTES
               SORT ORDENA-MARGEM
                  ON ASCENDING KEY OMG-MARGEM
                  USING CLIMARG-WRK
                  OUTPUT PROCEDURE IS 5000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY 'PERIODO DE (AAAAMMDD): '.
            ACCEPT WRK-DATA-INI.
            DISPLAY 'PERIODO ATE (AAAAMMDD): '.
            ACCEPT WRK-DATA-FIM.
            IF WRK-DATA-FIM = ZEROS
               ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD
            END-IF.
            OPEN INPUT PEDIDOS.
            OPEN INPUT PEDITENS.
            OPEN INPUT PRODUTOS.
            OPEN INPUT CLIENTES.
            OPEN INPUT TRANSPTAB.
            OPEN OUTPUT CLIMARG-REL.
            IF PEDIDOS-STATUS NOT = 0 OR PRODUTOS-STATUS NOT = 0
               OR CLIENTES-STATUS NOT = 0
               OR CLIMARG-REL-STATUS NOT = 0
               DISPLAY 'PEDIDOS/PRODUTOS/CLIENTES/CLIMARG.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'RENTABILIDADE POR CLIENTE' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WRK-DATA-INI DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-DATA-FIM DELIMITED BY SIZE
                      '  (DA MENOR MARGEM PARA A MAIOR)'
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Entrada da primeira ordenacao: um registro por fato do
      * periodo, de cada arquivo de origem. DEVOL.LOG, CREDITOS.DAT e
      * PERDAS.DAT sao opcionais (podem nao existir ainda).
      *----------------------------------------------------------------
       2000-LIBERA-FATOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PEDIDOS-CHAVE.
            START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-PEDIDO UNTIL WRK-FIM-ARQ = 'S'.
            OPEN INPUT DEVOL-LOG.
            IF DEVOL-LOG-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2300-LIBERA-DEVOLUCAO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE DEVOL-LOG
            END-IF.
            OPEN INPUT CREDITOS.
            IF CREDITOS-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2400-LIBERA-CREDITO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE CREDITOS
            END-IF.
            OPEN INPUT PERDAS.
            IF PERDAS-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2500-LIBERA-PERDA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PERDAS
            END-IF.

       2100-LIBERA-PEDIDO.
            READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PEDIDOS-DATA NOT < WRK-DATA-INI
                     AND PEDIDOS-DATA NOT > WRK-DATA-FIM
                     AND NOT PED-CANCELADO
                     PERFORM 2110-LIBERA-FRETE
                     PERFORM 2200-LIBERA-ITENS
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Custo da transportadora como no FRETEMARG.cbl: valor da
      * mercadoria vezes a taxa de custo da tarifa da UF; tarifa
      * propria (sem transportadora) nao tem custo apurado.
      *----------------------------------------------------------------
       2110-LIBERA-FRETE.
            MOVE ZEROS TO WRK-CUSTO-FRETE.
            IF PEDIDOS-TRANSP NOT = SPACES
               AND TRANSPTAB-STATUS = 0
               MOVE PEDIDOS-TRANSP TO TRF-TRANSP
               MOVE PEDIDOS-UF     TO TRF-UF
               READ TRANSPTAB
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     COMPUTE WRK-CUSTO-FRETE ROUNDED =
                             PEDIDOS-VALOR * TRF-CUSTO-TAXA
               END-READ
            END-IF.
            MOVE PEDIDOS-FONE    TO ORD-FONE.
            MOVE 'F'             TO ORD-TIPO.
            MOVE PEDIDOS-FRETE   TO ORD-VALOR-1.
            MOVE WRK-CUSTO-FRETE TO ORD-VALOR-2.
            RELEASE ORD-REG.

      *----------------------------------------------------------------
      * Itens do pedido (mesma chave + sequencia); pedido legado sem
      * itens entra pelo valor do cabecalho, sem custo.
      *----------------------------------------------------------------
       2200-LIBERA-ITENS.
            MOVE PEDIDOS-FONE TO WRK-CP-FONE.
            MOVE PEDIDOS-DATA TO WRK-CP-DATA.
            MOVE PEDIDOS-HORA TO WRK-CP-HORA.
            MOVE ZEROS TO WRK-QT-ITENS-PED.
            MOVE 'N' TO WRK-FIM-ITENS.
            IF PEDITENS-STATUS = 0
               MOVE WRK-CP-FONE TO ITEM-FONE
               MOVE WRK-CP-DATA TO ITEM-DATA
               MOVE WRK-CP-HORA TO ITEM-HORA
               MOVE ZEROS TO ITEM-SEQ
               START PEDITENS KEY IS NOT LESS THAN ITEM-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ITENS
               END-START
               PERFORM 2210-LIBERA-ITEM UNTIL WRK-FIM-ITENS = 'S'
            END-IF.
            IF WRK-QT-ITENS-PED = ZEROS
               ADD 1 TO WRK-QT-LEGADOS
               MOVE PEDIDOS-FONE  TO ORD-FONE
               MOVE 'V'           TO ORD-TIPO
               MOVE PEDIDOS-VALOR TO ORD-VALOR-1
               MOVE ZEROS         TO ORD-VALOR-2
               RELEASE ORD-REG
            END-IF.

       2210-LIBERA-ITEM.
            READ PEDITENS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ITENS
               NOT AT END
                  IF ITEM-FONE NOT = WRK-CP-FONE
                     OR ITEM-DATA NOT = WRK-CP-DATA
                     OR ITEM-HORA NOT = WRK-CP-HORA
                     MOVE 'S' TO WRK-FIM-ITENS
                  ELSE
                     ADD 1 TO WRK-QT-ITENS-PED
                     MOVE ZEROS TO WRK-CUSTO-ITEM
                     MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
                     READ PRODUTOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           COMPUTE WRK-CUSTO-ITEM ROUNDED =
                                   ITEM-QTD * PRODUTO-CUSTO
                     END-READ
                     MOVE ITEM-FONE      TO ORD-FONE
                     MOVE 'V'            TO ORD-TIPO
                     MOVE ITEM-VALOR     TO ORD-VALOR-1
                     MOVE WRK-CUSTO-ITEM TO ORD-VALOR-2
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       2300-LIBERA-DEVOLUCAO.
            READ DEVOL-LOG
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF DEV-DATA NOT < WRK-DATA-INI
                     AND DEV-DATA NOT > WRK-DATA-FIM
                     MOVE ZEROS TO WRK-CUSTO-ITEM
                     MOVE DEV-PRODUTO TO PRODUTO-CODIGO
                     READ PRODUTOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           COMPUTE WRK-CUSTO-ITEM ROUNDED =
                                   DEV-QTD * PRODUTO-CUSTO
                     END-READ
                     MOVE DEV-FONE       TO ORD-FONE
                     MOVE 'R'            TO ORD-TIPO
                     MOVE DEV-VALOR      TO ORD-VALOR-1
                     MOVE WRK-CUSTO-ITEM TO ORD-VALOR-2
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       2400-LIBERA-CREDITO.
            READ CREDITOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CRD-DATA NOT < WRK-DATA-INI
                     AND CRD-DATA NOT > WRK-DATA-FIM
                     MOVE CRD-FONE  TO ORD-FONE
                     MOVE 'C'       TO ORD-TIPO
                     MOVE CRD-VALOR TO ORD-VALOR-1
                     MOVE ZEROS     TO ORD-VALOR-2
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       2500-LIBERA-PERDA.
            READ PERDAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRD-DATA-BAIXA NOT < WRK-DATA-INI
                     AND PRD-DATA-BAIXA NOT > WRK-DATA-FIM
                     MOVE PRD-FONE  TO ORD-FONE
                     MOVE 'P'       TO ORD-TIPO
                     MOVE PRD-SALDO TO ORD-VALOR-1
                     MOVE ZEROS     TO ORD-VALOR-2
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PEDIDOS
               CLOSE PEDITENS
               CLOSE PRODUTOS
               CLOSE CLIENTES
               CLOSE TRANSPTAB
               CLOSE CLIMARG-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'CLIENTES APURADOS....: ' WRK-QT-CLIENTES
               DISPLAY 'PEDIDOS SEM ITENS....: ' WRK-QT-LEGADOS
               DISPLAY 'RELATORIO GRAVADO EM CLIMARG.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Saida da primeira ordenacao: quebra por telefone, totais do
      * cliente gravados em CLIMARG.WRK com a margem na frente, para
      * a segunda ordenacao.
      *----------------------------------------------------------------
       4000-APURA-CLIENTES.
            OPEN OUTPUT CLIMARG-WRK.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-ACUMULA-FATO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TEM-GRUPO = 'S'
               PERFORM 4200-FECHA-CLIENTE
            END-IF.
            CLOSE CLIMARG-WRK.

       4100-ACUMULA-FATO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-TEM-GRUPO = 'S'
                     AND ORD-FONE NOT = WRK-FONE-ATUAL
                     PERFORM 4200-FECHA-CLIENTE
                  END-IF
                  IF WRK-TEM-GRUPO = 'N'
                     OR ORD-FONE NOT = WRK-FONE-ATUAL
                     MOVE 'S' TO WRK-TEM-GRUPO
                     MOVE ORD-FONE TO WRK-FONE-ATUAL
                     MOVE ZEROS TO WRK-GRP-TOTAIS
                  END-IF
                  EVALUATE ORD-TIPO
                     WHEN 'V'
                        ADD ORD-VALOR-1 TO WRK-GRP-VENDAS
                        ADD ORD-VALOR-2 TO WRK-GRP-CUSTO
                     WHEN 'F'
                        ADD ORD-VALOR-1 TO WRK-GRP-FRETE-COB
                        ADD ORD-VALOR-2 TO WRK-GRP-FRETE-CUSTO
                     WHEN 'R'
                        ADD ORD-VALOR-1 TO WRK-GRP-DEVOLUCAO
                        ADD ORD-VALOR-2 TO WRK-GRP-CUSTO-DEVOL
                     WHEN 'C'
                        ADD ORD-VALOR-1 TO WRK-GRP-CREDITOS
                     WHEN 'P'
                        ADD ORD-VALOR-1 TO WRK-GRP-PERDAS
                  END-EVALUATE
            END-RETURN.

      *----------------------------------------------------------------
      * O preco do item ja saiu com o desconto da categoria (preco x
      * (100 - pct) / 100, PEDENTRA.cbl); o desconto concedido e
      * recomposto a partir da venda liquida. Margem = venda - custo
      * + frete cobrado - custo do frete - devolucao + custo devolvido
      * - perdas.
      *----------------------------------------------------------------
       4200-FECHA-CLIENTE.
            MOVE WRK-FONE-ATUAL TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
                  MOVE 'V' TO CLIENTES-CATEGORIA
            END-READ.
            EVALUATE TRUE
               WHEN CLI-ATACADO
                  MOVE WRK-DESC-ATACADO TO WRK-DESC-CATEGORIA
                  MOVE 'ATACADO' TO WRK-ROTULO-CATEG
               WHEN CLI-VIP
                  MOVE WRK-DESC-VIP TO WRK-DESC-CATEGORIA
                  MOVE 'VIP    ' TO WRK-ROTULO-CATEG
               WHEN OTHER
                  MOVE WRK-DESC-VAREJO TO WRK-DESC-CATEGORIA
                  MOVE 'VAREJO ' TO WRK-ROTULO-CATEG
            END-EVALUATE.
            MOVE WRK-FONE-ATUAL      TO MRW-FONE.
            MOVE CLIENTES-NOME       TO MRW-NOME.
            MOVE WRK-ROTULO-CATEG    TO MRW-CATEGORIA.
            MOVE WRK-GRP-VENDAS      TO MRW-VENDAS.
            MOVE WRK-GRP-CUSTO       TO MRW-CUSTO.
            COMPUTE MRW-DESCONTO ROUNDED = WRK-GRP-VENDAS
                    * WRK-DESC-CATEGORIA / (100 - WRK-DESC-CATEGORIA).
            MOVE WRK-GRP-FRETE-COB   TO MRW-FRETE-COB.
            MOVE WRK-GRP-FRETE-CUSTO TO MRW-FRETE-CUSTO.
            MOVE WRK-GRP-DEVOLUCAO   TO MRW-DEVOLUCAO.
            MOVE WRK-GRP-CUSTO-DEVOL TO MRW-CUSTO-DEVOL.
            MOVE WRK-GRP-CREDITOS    TO MRW-CREDITOS.
            MOVE WRK-GRP-PERDAS      TO MRW-PERDAS.
            COMPUTE MRW-MARGEM = WRK-GRP-VENDAS - WRK-GRP-CUSTO
                    + WRK-GRP-FRETE-COB - WRK-GRP-FRETE-CUSTO
                    - WRK-GRP-DEVOLUCAO + WRK-GRP-CUSTO-DEVOL
                    - WRK-GRP-PERDAS.
            IF WRK-GRP-VENDAS > ZEROS
               COMPUTE MRW-PERC ROUNDED =
                       MRW-MARGEM * 100 / WRK-GRP-VENDAS
                  ON SIZE ERROR
                     MOVE ZEROS TO MRW-PERC
               END-COMPUTE
            ELSE
               MOVE ZEROS TO MRW-PERC
            END-IF.
            WRITE MRW-REG.
            ADD 1 TO WRK-QT-CLIENTES.
            ADD WRK-GRP-VENDAS TO WRK-TOT-VENDAS.
            ADD MRW-MARGEM TO WRK-TOT-MARGEM.

      *----------------------------------------------------------------
      * Saida da segunda ordenacao: duas linhas por cliente, da menor
      * margem para a maior, e o total do periodo.
      *----------------------------------------------------------------
       5000-IMPRIME-RELATORIO.
            MOVE 'FONE      CLIENTE                        CATEG   '
              TO RPT-LINHA-IMPRESSA.
            MOVE '        VENDAS          CUSTO       DESCONTO'
              TO RPT-LINHA-IMPRESSA(50:45).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '          FRETE COB/CUSTO   DEVOL/CUSTO DEVOL   '
              TO RPT-LINHA-IMPRESSA.
            MOVE 'CREDITOS     PERDAS         MARGEM     PCT'
              TO RPT-LINHA-IMPRESSA(51:43).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 5100-IMPRIME-CLIENTE UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TOT-VENDAS > ZEROS
               COMPUTE WRK-TOT-PERC ROUNDED =
                       WRK-TOT-MARGEM * 100 / WRK-TOT-VENDAS
                  ON SIZE ERROR
                     MOVE ZEROS TO WRK-TOT-PERC
               END-COMPUTE
            END-IF.
            MOVE WRK-TOT-VENDAS TO WRK-VALOR-ED.
            MOVE WRK-TOT-MARGEM TO WRK-MARGEM-ED.
            MOVE WRK-TOT-PERC   TO WRK-PERC-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CLIENTES: ' DELIMITED BY SIZE
                   WRK-QT-CLIENTES DELIMITED BY SIZE
                   '  VENDAS: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   '  MARGEM: ' DELIMITED BY SIZE
                   WRK-MARGEM-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-PERC-ED DELIMITED BY SIZE
                   '%)  PEDIDOS SEM ITENS (SEM CUSTO): '
                   DELIMITED BY SIZE
                   WRK-QT-LEGADOS DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       5100-IMPRIME-CLIENTE.
            RETURN ORDENA-MARGEM INTO MRW-REG
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  MOVE MRW-VENDAS   TO WRK-VALOR-ED
                  MOVE MRW-CUSTO    TO WRK-VALOR2-ED
                  MOVE MRW-DESCONTO TO WRK-VALOR3-ED
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING MRW-FONE DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         MRW-NOME DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         MRW-CATEGORIA DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WRK-VALOR-ED DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WRK-VALOR2-ED DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WRK-VALOR3-ED DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
                  PERFORM 5200-IMPRIME-DEDUCOES
            END-RETURN.

       5200-IMPRIME-DEDUCOES.
            MOVE MRW-FRETE-COB   TO WRK-VALOR-ED.
            MOVE MRW-FRETE-CUSTO TO WRK-VALOR2-ED.
            MOVE MRW-DEVOLUCAO   TO WRK-VALOR3-ED.
            MOVE MRW-CUSTO-DEVOL TO WRK-VALOR4-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '          ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-VALOR2-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR3-ED DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-VALOR4-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            MOVE MRW-CREDITOS TO WRK-VALOR-ED.
            MOVE MRW-PERDAS   TO WRK-VALOR2-ED.
            MOVE MRW-MARGEM   TO WRK-MARGEM-ED.
            MOVE MRW-PERC     TO WRK-PERC-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA(66:67).
            STRING WRK-VALOR-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR2-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MARGEM-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-PERC-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA(66:67)
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==CLIMARG-REL-REG==.

      *END PROGRAM CLIMARG.
