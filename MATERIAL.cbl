      *           FILLERs que vivia dentro do ORCAMENTO.cbl - agora
      *           material novo ou custo reajustado e cadastro, nao
      *           alteracao de programa.
      * Modification History:
      *  15/10/2026 GC - material ligado ao estoque: layout extraido
      *                  para MATERIAIS.CPY e acrescido do produto
      *                  (MAT-PRODUTO, conferido no PRODUTOS.DAT) e
      *                  do rendimento em m2 por unidade do produto,
      *                  base da reserva de estoque na aprovacao do
      *                  orcamento (ORCSTAT.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MATERIAIS-STATUS
               RECORD KEY IS MAT-CODIGO.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'MATERIAIS.CPY'.

       COPY 'PRODUTOS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-TECLA PIC X(1).
       77 MATERIAIS-STATUS PIC 9(02).
       77 WRK-MSGERRO PIC X(30).
       77 PRODUTOS-STATUS PIC 9(02).
       77 WRK-PROD-DESCRICAO PIC X(30).
       77 WRK-PROD-INVALIDO PIC X(01) VALUE 'N'.

       SCREEN SECTION.
       01 TELA.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING MAT-CUSTO.
               10 LINE 13 COLUMN 10 VALUE 'PERDA PCT. '.
               10 COLUMN PLUS 2 PIC 9(02)V99 USING MAT-PERDA.
               10 LINE 14 COLUMN 10 VALUE 'PRODUTO... '.
               10 COLUMN PLUS 2 PIC 9(06) USING MAT-PRODUTO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-PROD-DESCRICAO.
               10 LINE 15 COLUMN 10 VALUE 'M2 POR UN. '.
               10 COLUMN PLUS 2 PIC 9(03)V9999 USING MAT-RENDIMENTO.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                 CLOSE MATERIAIS
                 OPEN I-O MATERIAIS
              END-IF.
           OPEN INPUT PRODUTOS.
           PERFORM 1100-MONTATELA.

       1100-MONTATELA.

       3000-FINALIZAR.
           CLOSE MATERIAIS.
           CLOSE PRODUTOS.

       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO MAT-CODIGO MAT-DESCRICAO WRK-PROD-DESCRICAO.
           MOVE ZEROS TO MAT-CUSTO MAT-PERDA MAT-PRODUTO.
           MOVE 1 TO MAT-RENDIMENTO.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           PERFORM 5500-VALIDA-PRODUTO.
           IF WRK-PROD-INVALIDO = 'S'
              ACCEPT MOSTRA-ERRO
           ELSE
              WRITE MAT-REG
                 INVALID KEY
                    MOVE 'JA EXISTE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                    MOVE 'MATERIAL INCLUIDO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
              END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * Produto informado tem de existir no cadastro; rendimento zero
      * vira 1 (produto vendido por m2).
      *----------------------------------------------------------------
       5500-VALIDA-PRODUTO.
           MOVE 'N' TO WRK-PROD-INVALIDO.
           MOVE SPACES TO WRK-PROD-DESCRICAO.
           IF MAT-RENDIMENTO = ZEROS
              MOVE 1 TO MAT-RENDIMENTO
           END-IF.
           IF MAT-PRODUTO NOT = ZEROS
              MOVE MAT-PRODUTO TO PRODUTO-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                    MOVE 'S' TO WRK-PROD-INVALIDO
                 NOT INVALID KEY
                    MOVE PRODUTO-DESCRICAO TO WRK-PROD-DESCRICAO
              END-READ
           END-IF.

       5600-DESCRICAO-PRODUTO.
           MOVE SPACES TO WRK-PROD-DESCRICAO.
           IF MAT-PRODUTO NOT = ZEROS
              MOVE MAT-PRODUTO TO PRODUTO-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PRODUTO-DESCRICAO TO WRK-PROD-DESCRICAO
              END-READ
           END-IF.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE '-- ENCONTRADO --' TO WRK-MSGERRO
                 PERFORM 5600-DESCRICAO-PRODUTO
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.
           ACCEPT CHAVE.
           READ MATERIAIS
              IF MATERIAIS-STATUS = 0
                 PERFORM 5600-DESCRICAO-PRODUTO
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 PERFORM 5500-VALIDA-PRODUTO
                 IF WRK-PROD-INVALIDO = 'N'
                    REWRITE MAT-REG
                       IF MATERIAIS-STATUS = 0
                          MOVE 'MATERIAL ALTERADO' TO WRK-MSGERRO
                       ELSE
                          MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                       END-IF
                 END-IF
              ELSE
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              END-IF.
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE 'ENCONTRADO (S/N) ?' TO WRK-MSGERRO
                 PERFORM 5600-DESCRICAO-PRODUTO
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.
       9000-RELATORIO.
           MOVE 'MODULO-RELATORIO ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'COD DESCRICAO            CUSTO M2  PERDA PCT'
                   '  PRODUTO  M2 POR UN'.
           MOVE LOW-VALUES TO MAT-CODIGO.
           START MATERIAIS KEY IS NOT LESS THAN MAT-CODIGO
              INVALID KEY
                 MOVE 'S' TO WRK-TECLA
              NOT AT END
                 DISPLAY MAT-CODIGO SPACE MAT-DESCRICAO SPACE
                         MAT-CUSTO SPACE MAT-PERDA SPACE
                         MAT-PRODUTO SPACE MAT-RENDIMENTO
           END-READ.

      *END PROGRAM MATERIAL.
