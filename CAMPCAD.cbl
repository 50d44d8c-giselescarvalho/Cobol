       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPCAD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro das campanhas de promocao (CAMPANHA.DAT), no
      *           padrao INCLUIR/CONSULTAR/ALTERAR/EXCLUIR dos demais
      *           modulos de tela: codigo, descricao, periodo de
      *           validade, faixa de produtos, desconto percentual (P)
      *           ou em reais por unidade (V) e categoria de cliente
      *           opcional. A campanha e aplicada sozinha na entrada
      *           do pedido e no balcao pela PROMOSEL.cbl, sem mexer
      *           no PRODUTO-PRECO (e sem passar pelo PRECOHIS.LOG);
      *           campanha que ja foi usada deve ser cancelada (C) em
      *           vez de excluida, para continuar no CAMPREL.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA
             ASSIGN TO 'CAMPANHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CAMPANHA-STATUS
               RECORD KEY IS CAM-CODIGO.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CAMPANHA.CPY'.

       COPY 'PRODUTOS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(25).
       77 WRK-TECLA PIC X(1).
       77 CAMPANHA-STATUS PIC 9(02).
       77 PRODUTOS-STATUS PIC 9(02).
       77 WRK-MSGERRO PIC X(30).

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3 FROM '   CAMPANHAS'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
           05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
           05 LINE 11 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 12 COLUMN 15 VALUE 'OPCAO: '.
           05 LINE 12 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'CAMPANHA.... '.
               10 COLUMN PLUS 2 PIC X(06) USING CAM-CODIGO.
            05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE 'DESCRICAO... '.
               10 COLUMN PLUS 2 PIC X(30) USING CAM-DESCRICAO.
               10 LINE 10 COLUMN 10 VALUE 'INICIO...... '.
               10 COLUMN PLUS 2 PIC 9(08) USING CAM-DATA-INI
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'FIM......... '.
               10 COLUMN PLUS 2 PIC 9(08) USING CAM-DATA-FIM
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE 'PRODUTO DE.. '.
               10 COLUMN PLUS 2 PIC 9(06) USING CAM-PROD-INI
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'PRODUTO ATE. '.
               10 COLUMN PLUS 2 PIC 9(06) USING CAM-PROD-FIM
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE 'TIPO P/V.... '.
               10 COLUMN PLUS 2 PIC X(01) USING CAM-TIPO.
               10 LINE 15 COLUMN 10 VALUE 'DESCONTO.... '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING CAM-DESCONTO
                   BLANK WHEN ZEROS.
               10 LINE 16 COLUMN 10 VALUE 'CATEG V/A/P. '.
               10 COLUMN PLUS 2 PIC X(01) USING CAM-CATEGORIA.
               10 LINE 17 COLUMN 10 VALUE 'SITUACAO A/C '.
               10 COLUMN PLUS 2 PIC X(01) USING CAM-SITUACAO.

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
           OPEN I-O CAMPANHA
             IF CAMPANHA-STATUS = 35 THEN
                 OPEN OUTPUT CAMPANHA
                 CLOSE CAMPANHA
                 OPEN I-O CAMPANHA
              END-IF.
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
           CLOSE CAMPANHA.
           CLOSE PRODUTOS.

       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO CAM-REG.
           MOVE ZEROS TO CAM-DATA-INI CAM-DATA-FIM CAM-PROD-INI
                         CAM-PROD-FIM CAM-DESCONTO.
           MOVE 'P' TO CAM-TIPO.
           MOVE 'A' TO CAM-SITUACAO.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           PERFORM 5100-VALIDA-CAMPANHA.
           IF WRK-MSGERRO = SPACES
              WRITE CAM-REG
                 INVALID KEY
                    MOVE 'CAMPANHA JA EXISTE' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'CAMPANHA INCLUIDA' TO WRK-MSGERRO
              END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Periodo e faixa coerentes, produto inicial cadastrado (um
      * produto so: deixa o final em branco), desconto percentual
      * abaixo de 100.
      *----------------------------------------------------------------
       5100-VALIDA-CAMPANHA.
           IF CAM-PROD-FIM = ZEROS
              MOVE CAM-PROD-INI TO CAM-PROD-FIM
           END-IF.
           EVALUATE TRUE
              WHEN CAM-CODIGO = SPACES
                 MOVE 'INFORME O CODIGO' TO WRK-MSGERRO
              WHEN CAM-DATA-INI = ZEROS OR CAM-DATA-FIM = ZEROS
                 MOVE 'INFORME O PERIODO' TO WRK-MSGERRO
              WHEN CAM-DATA-FIM < CAM-DATA-INI
                 MOVE 'FIM ANTES DO INICIO' TO WRK-MSGERRO
              WHEN CAM-PROD-FIM < CAM-PROD-INI
                 MOVE 'FAIXA DE PRODUTOS INVALIDA' TO WRK-MSGERRO
              WHEN NOT CAM-PERCENTUAL AND NOT CAM-VALOR-FIXO
                 MOVE 'TIPO DEVE SER P OU V' TO WRK-MSGERRO
              WHEN CAM-DESCONTO = ZEROS
                 MOVE 'DESCONTO INVALIDO' TO WRK-MSGERRO
              WHEN CAM-PERCENTUAL AND CAM-DESCONTO NOT < 100
                 MOVE 'PERCENTUAL DEVE SER < 100' TO WRK-MSGERRO
              WHEN CAM-CATEGORIA NOT = SPACES
                   AND CAM-CATEGORIA NOT = 'V'
                   AND CAM-CATEGORIA NOT = 'A'
                   AND CAM-CATEGORIA NOT = 'P'
                 MOVE 'CATEGORIA DEVE SER V, A OU P' TO WRK-MSGERRO
              WHEN NOT CAM-ATIVA AND NOT CAM-CANCELADA
                 MOVE 'SITUACAO DEVE SER A OU C' TO WRK-MSGERRO
              WHEN OTHER
                 MOVE CAM-PROD-INI TO PRODUTO-CODIGO
                 READ PRODUTOS
                    INVALID KEY
                       MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                 END-READ
           END-EVALUATE.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
           MOVE SPACES TO CAM-CODIGO.
           DISPLAY TELA.
           ACCEPT CHAVE.
           READ CAMPANHA
              INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE '--  ENCONTRADA  --' TO WRK-MSGERRO
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
           MOVE 'MODULO-ALTERAR ' TO WRK-MODULO.
           MOVE SPACES TO CAM-CODIGO.
           DISPLAY TELA.
           ACCEPT CHAVE.
           READ CAMPANHA
              INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                 ACCEPT SS-DADOS
                 PERFORM 5100-VALIDA-CAMPANHA
                 IF WRK-MSGERRO = SPACES
                    REWRITE CAM-REG
                       INVALID KEY
                          MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                       NOT INVALID KEY
                          MOVE 'CAMPANHA ALTERADA' TO WRK-MSGERRO
                    END-REWRITE
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8000-EXCLUIR.
           MOVE 'MODULO-EXCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO CAM-CODIGO.
           DISPLAY TELA.
           ACCEPT CHAVE.
           READ CAMPANHA
              INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                 DISPLAY SS-DADOS
                 MOVE 'ENCONTRADA (S/N) ?' TO WRK-MSGERRO
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S' AND CAMPANHA-STATUS = 0
              DELETE CAMPANHA RECORD
                 INVALID KEY
                    MOVE 'ERRO AO EXCLUIR' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'CAMPANHA EXCLUIDA' TO WRK-MSGERRO
              END-DELETE
              ACCEPT MOSTRA-ERRO
           END-IF.

      *END PROGRAM CAMPCAD.
