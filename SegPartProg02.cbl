      *                  fornecedor (PRODUTO-LEADTIME, em dias), que
      *                  a sugestao de compra (REPOSICAO.cbl) combina
      *                  com o consumo medio diario.
      *  15/10/2026 GC - inclusao nasce sem classe ABC (PRODUTO-CLASSE-
      *                  ABC em branco); a classe so e atribuida pela
      *                  classificacao mensal ABCPROD.cbl.
      *  15/10/2026 GC - inclusao nasce sem data de ultima contagem
      *                  (PRODUTO-DATA-CONTAGEM zero), carimbada depois
      *                  pela apuracao do INVENTARIO.cbl.
      *  15/10/2026 GC - a tela mantem o peso (kg) e o volume (m3) por
      *                  unidade (PRODUTO-PESO/PRODUTO-VOLUME), base
      *                  do peso do pedido no frete e da capacidade
      *                  do veiculo no ROMANEIO.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'UNID '.
               10 COLUMN PLUS 1 PIC X(03) USING PRODUTO-UNIDADE.
               10 LINE 15 COLUMN 10 VALUE 'PESO UNIT (KG) '.
               10 COLUMN PLUS 2 PIC 9(04)V999 USING PRODUTO-PESO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'VOLUME (M3) '.
               10 COLUMN PLUS 1 PIC 9(02)V9999 USING PRODUTO-VOLUME
                   BLANK WHEN ZEROS.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
      *    entradas (e o custo) so via ESTOQUE.cbl
           MOVE ZEROS TO PRODUTO-ESTOQUE PRODUTO-RESERVADO
                         PRODUTO-CUSTO.
      *    classe ABC so pelo ABCPROD.cbl; data de contagem so pelo
      *    INVENTARIO.cbl
           MOVE SPACE TO PRODUTO-CLASSE-ABC.
           MOVE ZEROS TO PRODUTO-DATA-CONTAGEM.
           WRITE PRODUTO-REG
              INVALID KEY
                 MOVE 'JA EXISTE' TO WRK-MSGERRO
