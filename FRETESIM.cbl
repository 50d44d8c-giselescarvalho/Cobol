      *           limites do cadastro central de parametros) - e a
      *           data prometida pela DIAUTILS. Nenhum arquivo de
      *           pedidos e tocado. UF em branco encerra.
      * Modification History:
      *  15/10/2026 GC - peso da cotacao deixa de ser digitado: o
      *                  operador informa os produtos e quantidades e
      *                  o peso sai de quantidade x PRODUTO-PESO, como
      *                  na entrada de pedidos. Sem PRODUTOS.DAT o
      *                  peso volta a ser digitado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PRODUTOS.CPY'.

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS  PIC 9(02).
       77 WRK-TEM-PRODUTOS PIC X(01) VALUE 'N'.
       77 WRK-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD          PIC 9(03)V99 VALUE ZEROS.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PESO         PIC 9(05)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1050-CARREGA-PARAMETROS.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PRODUTOS
            END-IF.
            DISPLAY '=== SIMULADOR DE FRETE (SO COTACAO) ==='.
            PERFORM 2000-COTA UNTIL WRK-UF = SPACES.
            DISPLAY 'COTACOES FEITAS: ' WRK-QT-COTACOES.
            IF WRK-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.
            GOBACK.

               ELSE
                  DISPLAY 'VALOR DA MERCADORIA: '
                  ACCEPT WRK-VALOR
                  PERFORM 2050-PESO-DA-COTACAO
                  DISPLAY 'DISTANCIA (KM): '
                  ACCEPT WRK-DIST
                  PERFORM 2200-CALCULA-COTACAO
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Peso pelos produtos da cotacao (codigo zero encerra); sem o
      * cadastro de produtos o peso e digitado.
      *----------------------------------------------------------------
       2050-PESO-DA-COTACAO.
            MOVE ZEROS TO WRK-PESO.
            IF WRK-TEM-PRODUTOS = 'S'
               MOVE 1 TO WRK-CODIGO
               PERFORM 2060-PESA-PRODUTO UNTIL WRK-CODIGO = ZEROS
               DISPLAY 'PESO CALCULADO (KG): ' WRK-PESO
            ELSE
               DISPLAY 'PESO (KG): '
               ACCEPT WRK-PESO
            END-IF.

       2060-PESA-PRODUTO.
            MOVE ZEROS TO WRK-CODIGO WRK-QTD.
            DISPLAY 'CODIGO DO PRODUTO (0 = FIM): '.
            ACCEPT WRK-CODIGO.
            IF WRK-CODIGO NOT = ZEROS
               DISPLAY 'QUANTIDADE: '
               ACCEPT WRK-QTD
               MOVE WRK-CODIGO TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     DISPLAY 'PRODUTO NAO CADASTRADO - IGNORADO'
                  NOT INVALID KEY
                     COMPUTE WRK-PESO ROUNDED =
                             WRK-PESO + WRK-QTD * PRODUTO-PESO
                     DISPLAY PRODUTO-DESCRICAO(1:20)
                             ' QTD ' WRK-QTD
                             ' PESO UNIT ' PRODUTO-PESO
               END-READ
            END-IF.

       2100-LOCALIZA-TAXA.
            PERFORM 2110-VERIFICA-UF VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 27
