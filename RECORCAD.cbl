       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORCAD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro dos modelos de pedido recorrente
      *           (RECORR.DAT), no padrao INCLUIR/CONSULTAR/ALTERAR/
      *           EXCLUIR dos demais modulos de tela: para o cliente
      *           que compra os mesmos itens a cada 15 ou 30 dias, o
      *           modelo guarda os itens e quantidades (ate 10), a
      *           frequencia em dias, a data do proximo pedido, a
      *           data final (zeros = sem fim), peso/distancia para o
      *           frete e a situacao (ativo/suspenso). O cliente
      *           precisa estar ativo em CLIENTES.DAT e o produto
      *           cadastrado em PRODUTOS.DAT. Os pedidos sao gerados
      *           toda noite pelo RECORGER.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORR
             ASSIGN TO 'RECORR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECORR-STATUS
               RECORD KEY IS PRC-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'RECORR.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'PRODUTOS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(25).
       77 WRK-TECLA PIC X(1).
       77 RECORR-STATUS PIC 9(02).
       77 CLIENTES-STATUS PIC 9(02).
       77 PRODUTOS-STATUS PIC 9(02).
       77 WRK-MSGERRO PIC X(30).
       77 WRK-FONE PIC 9(09) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(02) VALUE ZEROS.
       77 WRK-FREQUENCIA PIC 9(03) VALUE ZEROS.
       77 WRK-PROXIMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-PESO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIST PIC 9(05) VALUE ZEROS.
       77 WRK-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD PIC 9(03)V99 VALUE ZEROS.
       77 WRK-IX-ITEM PIC 9(02) VALUE ZEROS.
       77 WRK-IX-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-ALTEROU PIC X(01) VALUE 'N'.

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3 FROM '   PEDIDO RECORRENTE'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR MODELO'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR MODELO'.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR MODELO'.
           05 LINE 10 COLUMN 15 VALUE '4 - ITENS DO MODELO'.
           05 LINE 11 COLUMN 15 VALUE '5 - EXCLUIR MODELO'.
           05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 13 COLUMN 15 VALUE 'OPCAO: '.
           05 LINE 13 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'FONE........ '.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'MODELO...... '.
               10 COLUMN PLUS 2 PIC 9(02) USING WRK-NUMERO
                   BLANK WHEN ZEROS.
            05 SS-DADOS.
               10 LINE 10 COLUMN 10 VALUE 'FREQ (DIAS). '.
               10 COLUMN PLUS 2 PIC 9(03) USING WRK-FREQUENCIA
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'PROXIMO PED. '.
               10 COLUMN PLUS 2 PIC 9(08) USING WRK-PROXIMA
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE 'DATA FINAL.. '.
               10 COLUMN PLUS 2 PIC 9(08) USING WRK-DATA-FIM
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'SITUACAO A/S '.
               10 COLUMN PLUS 2 PIC X(01) USING WRK-SITUACAO.
               10 LINE 14 COLUMN 10 VALUE 'PESO (KG)... '.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING WRK-PESO
                   BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE 'DISTANCIA KM '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-DIST
                   BLANK WHEN ZEROS.

       01 TELA-ITEM.
            05 LINE 10 COLUMN 10 VALUE 'PRODUTO..... '.
            05 COLUMN PLUS 2 PIC 9(06) USING WRK-PRODUTO
                BLANK WHEN ZEROS.
            05 LINE 11 COLUMN 10 VALUE 'QUANTIDADE.. '.
            05 COLUMN PLUS 2 PIC 9(03)V99 USING WRK-QTD.
            05 LINE 12 COLUMN 10 VALUE '(ZERO RETIRA O ITEM)'.

       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 20 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           OPEN I-O RECORR
             IF RECORR-STATUS = 35 THEN
                 OPEN OUTPUT RECORR
                 CLOSE RECORR
                 OPEN I-O RECORR
              END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT PRODUTOS.
           PERFORM 1100-MONTATELA.

       1100-MONTATELA.
           DISPLAY  TELA.
           ACCEPT TELA-MENU.

       2000-PROCESSAR.
           MOVE SPACES TO WRK-MSGERRO.
           EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 5000-INCLUIR
               WHEN 2
                 PERFORM 6000-CONSULTAR
               WHEN 3
                 PERFORM 7000-ALTERAR
               WHEN 4
                 PERFORM 7400-ITENS
               WHEN 5
                 PERFORM 8000-EXCLUIR
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM UMA OPCAO VALIDA'
               END-IF
           END-EVALUATE.
           IF WRK-OPCAO NOT EQUAL 'X'
              PERFORM 1100-MONTATELA
           END-IF.

       3000-FINALIZAR.
           CLOSE RECORR.
           CLOSE CLIENTES.
           CLOSE PRODUTOS.

      *----------------------------------------------------------------
      * Inclusao: cliente ativo; o modelo nasce ativo e sem itens, os
      * itens entram pela opcao 4.
      *----------------------------------------------------------------
       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           PERFORM 5050-LIMPA-CAMPOS.
           MOVE 'A' TO WRK-SITUACAO.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 IF CLI-INATIVO
                    MOVE 'CLIENTE INATIVO' TO WRK-MSGERRO
                 END-IF
           END-READ.
           IF WRK-MSGERRO = SPACES
              PERFORM 5100-VALIDA-DADOS
           END-IF.
           IF WRK-MSGERRO = SPACES
              MOVE WRK-FONE   TO PRC-FONE
              MOVE WRK-NUMERO TO PRC-NUMERO
              PERFORM 5200-MOVE-DADOS
              MOVE ZEROS  TO PRC-ULT-GERACAO PRC-QT-ITENS
              MOVE SPACES TO PRC-ULT-MOTIVO
              PERFORM 5060-LIMPA-ITEM
                 VARYING WRK-IX-ITEM FROM 1 BY 1
                 UNTIL WRK-IX-ITEM > 10
              WRITE PRC-REG
                 INVALID KEY
                    MOVE 'MODELO JA EXISTE' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'MODELO INCLUIDO - INFORME ITENS'
                      TO WRK-MSGERRO
              END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

       5050-LIMPA-CAMPOS.
           MOVE ZEROS TO WRK-FONE WRK-NUMERO WRK-FREQUENCIA
                         WRK-PROXIMA WRK-DATA-FIM WRK-PESO WRK-DIST.
           MOVE SPACES TO WRK-SITUACAO.

       5060-LIMPA-ITEM.
           SET PRC-IX TO WRK-IX-ITEM.
           MOVE ZEROS TO PRC-PRODUTO(PRC-IX) PRC-QTD(PRC-IX).

       5100-VALIDA-DADOS.
           EVALUATE TRUE
              WHEN WRK-FREQUENCIA = ZEROS
                 MOVE 'FREQUENCIA INVALIDA' TO WRK-MSGERRO
              WHEN WRK-PROXIMA = ZEROS
                 MOVE 'INFORME O PROXIMO PEDIDO' TO WRK-MSGERRO
              WHEN WRK-DATA-FIM NOT = ZEROS
                   AND WRK-DATA-FIM < WRK-PROXIMA
                 MOVE 'DATA FINAL ANTES DO PROXIMO' TO WRK-MSGERRO
              WHEN WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'S'
                 MOVE 'SITUACAO DEVE SER A OU S' TO WRK-MSGERRO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5200-MOVE-DADOS.
           MOVE WRK-FREQUENCIA TO PRC-FREQUENCIA.
           MOVE WRK-PROXIMA    TO PRC-PROXIMA.
           MOVE WRK-DATA-FIM   TO PRC-DATA-FIM.
           MOVE WRK-SITUACAO   TO PRC-SITUACAO.
           MOVE WRK-PESO       TO PRC-PESO.
           MOVE WRK-DIST       TO PRC-DIST.

       5300-MOSTRA-DADOS.
           MOVE PRC-FREQUENCIA TO WRK-FREQUENCIA.
           MOVE PRC-PROXIMA    TO WRK-PROXIMA.
           MOVE PRC-DATA-FIM   TO WRK-DATA-FIM.
           MOVE PRC-SITUACAO   TO WRK-SITUACAO.
           MOVE PRC-PESO       TO WRK-PESO.
           MOVE PRC-DIST       TO WRK-DIST.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
           PERFORM 5050-LIMPA-CAMPOS.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE WRK-FONE   TO PRC-FONE.
           MOVE WRK-NUMERO TO PRC-NUMERO.
           READ RECORR
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 PERFORM 5300-MOSTRA-DADOS
                 DISPLAY SS-DADOS
                 DISPLAY ' '
                 DISPLAY 'ULTIMA GERACAO ' PRC-ULT-GERACAO
                         ' MOTIVO ' PRC-ULT-MOTIVO
                 DISPLAY 'PRODUT DESCRICAO                      '
                         '     QTD UN'
                 PERFORM 6010-LISTA-ITEM
                    VARYING WRK-IX-ITEM FROM 1 BY 1
                    UNTIL WRK-IX-ITEM > PRC-QT-ITENS
                 IF PRC-QT-ITENS = ZEROS
                    MOVE 'MODELO SEM ITENS' TO WRK-MSGERRO
                 ELSE
                    MOVE 'FIM DO MODELO' TO WRK-MSGERRO
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       6010-LISTA-ITEM.
           SET PRC-IX TO WRK-IX-ITEM.
           MOVE PRC-PRODUTO(PRC-IX) TO PRODUTO-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 MOVE '(SEM CADASTRO)' TO PRODUTO-DESCRICAO
                 MOVE SPACES TO PRODUTO-UNIDADE
           END-READ.
           DISPLAY PRC-PRODUTO(PRC-IX) SPACE PRODUTO-DESCRICAO
                   SPACE PRC-QTD(PRC-IX) SPACE PRODUTO-UNIDADE.

       7000-ALTERAR.
           MOVE 'MODULO-ALTERAR ' TO WRK-MODULO.
           PERFORM 5050-LIMPA-CAMPOS.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE WRK-FONE   TO PRC-FONE.
           MOVE WRK-NUMERO TO PRC-NUMERO.
           READ RECORR
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 PERFORM 5300-MOSTRA-DADOS
                 ACCEPT SS-DADOS
                 PERFORM 5100-VALIDA-DADOS
                 IF WRK-MSGERRO = SPACES
                    PERFORM 5200-MOVE-DADOS
                    REWRITE PRC-REG
                       INVALID KEY
                          MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                       NOT INVALID KEY
                          MOVE 'MODELO ALTERADO' TO WRK-MSGERRO
                    END-REWRITE
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Itens: produto ja no modelo troca a quantidade (zero retira);
      * produto novo entra no fim, ate 10 itens.
      *----------------------------------------------------------------
       7400-ITENS.
           MOVE 'MODULO-ITENS ' TO WRK-MODULO.
           PERFORM 5050-LIMPA-CAMPOS.
           MOVE ZEROS TO WRK-PRODUTO WRK-QTD.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE WRK-FONE   TO PRC-FONE.
           MOVE WRK-NUMERO TO PRC-NUMERO.
           READ RECORR
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 ACCEPT TELA-ITEM
                 PERFORM 7410-LOCALIZA-ITEM
                 PERFORM 7420-ATUALIZA-ITEM
                 IF WRK-ALTEROU = 'S'
                    REWRITE PRC-REG
                       INVALID KEY
                          MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                    END-REWRITE
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       7410-LOCALIZA-ITEM.
           MOVE ZEROS TO WRK-IX-ACHADO.
           MOVE 'N' TO WRK-ALTEROU.
           PERFORM 7415-COMPARA-ITEM
              VARYING WRK-IX-ITEM FROM 1 BY 1
              UNTIL WRK-IX-ITEM > PRC-QT-ITENS
                 OR WRK-IX-ACHADO NOT = ZEROS.

       7415-COMPARA-ITEM.
           SET PRC-IX TO WRK-IX-ITEM.
           IF PRC-PRODUTO(PRC-IX) = WRK-PRODUTO
              MOVE WRK-IX-ITEM TO WRK-IX-ACHADO
           END-IF.

       7420-ATUALIZA-ITEM.
           EVALUATE TRUE
              WHEN WRK-IX-ACHADO NOT = ZEROS AND WRK-QTD = ZEROS
                 PERFORM 7430-DESLOCA-ITEM
                    VARYING WRK-IX-ITEM FROM WRK-IX-ACHADO BY 1
                    UNTIL WRK-IX-ITEM NOT < PRC-QT-ITENS
                 SET PRC-IX TO PRC-QT-ITENS
                 MOVE ZEROS TO PRC-PRODUTO(PRC-IX) PRC-QTD(PRC-IX)
                 SUBTRACT 1 FROM PRC-QT-ITENS
                 MOVE 'ITEM RETIRADO' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-ALTEROU
              WHEN WRK-IX-ACHADO NOT = ZEROS
                 SET PRC-IX TO WRK-IX-ACHADO
                 MOVE WRK-QTD TO PRC-QTD(PRC-IX)
                 MOVE 'QUANTIDADE ALTERADA' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-ALTEROU
              WHEN WRK-QTD = ZEROS
                 MOVE 'ITEM NAO ESTA NO MODELO' TO WRK-MSGERRO
              WHEN PRC-QT-ITENS = 10
                 MOVE 'MODELO JA TEM 10 ITENS' TO WRK-MSGERRO
              WHEN OTHER
                 MOVE WRK-PRODUTO TO PRODUTO-CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                    NOT INVALID KEY
                       ADD 1 TO PRC-QT-ITENS
                       SET PRC-IX TO PRC-QT-ITENS
                       MOVE WRK-PRODUTO TO PRC-PRODUTO(PRC-IX)
                       MOVE WRK-QTD     TO PRC-QTD(PRC-IX)
                       MOVE 'ITEM INCLUIDO' TO WRK-MSGERRO
                       MOVE 'S' TO WRK-ALTEROU
                 END-READ
           END-EVALUATE.

       7430-DESLOCA-ITEM.
           SET PRC-IX TO WRK-IX-ITEM.
           MOVE PRC-ITEM(PRC-IX + 1) TO PRC-ITEM(PRC-IX).

       8000-EXCLUIR.
           MOVE 'MODULO-EXCLUSAO ' TO WRK-MODULO.
           PERFORM 5050-LIMPA-CAMPOS.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE WRK-FONE   TO PRC-FONE.
           MOVE WRK-NUMERO TO PRC-NUMERO.
           READ RECORR
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 PERFORM 5300-MOSTRA-DADOS
                 DISPLAY SS-DADOS
                 MOVE 'ENCONTRADO (S/N) ?' TO WRK-MSGERRO
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S' AND RECORR-STATUS = 0
              DELETE RECORR RECORD
                 INVALID KEY
                    MOVE 'ERRO AO EXCLUIR' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'MODELO EXCLUIDO' TO WRK-MSGERRO
              END-DELETE
              ACCEPT MOSTRA-ERRO
           END-IF.

      *END PROGRAM RECORCAD.
