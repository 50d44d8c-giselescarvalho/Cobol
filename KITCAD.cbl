       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITCAD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro da composicao dos kits (KITS.DAT): para um
      *           produto kit, os componentes e a quantidade de cada
      *           um por unidade do kit, no padrao INCLUIR/CONSULTAR/
      *           ALTERAR/EXCLUIR dos demais modulos de tela. Kit e
      *           componente precisam existir em PRODUTOS.DAT; o
      *           componente nao pode ser o proprio kit nem outro kit
      *           (sem kit dentro de kit). A composicao e lida pelo
      *           KITLER.cbl na digitacao e na separacao do pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITS
             ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS KITS-STATUS
               RECORD KEY IS KIT-CHAVE.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'KITS.CPY'.

       COPY 'PRODUTOS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(25).
       77 WRK-TECLA PIC X(1).
       77 KITS-STATUS PIC 9(02).
       77 PRODUTOS-STATUS PIC 9(02).
       77 WRK-MSGERRO PIC X(30).
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
       77 WRK-KIT PIC 9(06) VALUE ZEROS.
       77 WRK-COMPONENTE PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-COMP PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QT-COMP PIC 9(02) VALUE ZEROS.

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3 FROM '   KITS DE PRODUTOS'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR COMPONENTE'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR KIT'.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR QUANTIDADE'.
           05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR COMPONENTE'.
           05 LINE 11 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 12 COLUMN 15 VALUE 'OPCAO: '.
           05 LINE 12 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'KIT......... '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-KIT
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'COMPONENTE.. '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-COMPONENTE
                   BLANK WHEN ZEROS.
            05 SS-DADOS.
               10 LINE 10 COLUMN 10 VALUE 'QTD POR KIT. '.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING WRK-QTD-COMP
                   BLANK WHEN ZEROS.

       01 TELA-KIT.
            05 LINE 08 COLUMN 10 VALUE 'KIT......... '.
            05 COLUMN PLUS 2 PIC 9(06) USING WRK-KIT
                BLANK WHEN ZEROS.

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
           OPEN I-O KITS
             IF KITS-STATUS = 35 THEN
                 OPEN OUTPUT KITS
                 CLOSE KITS
                 OPEN I-O KITS
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
           CLOSE KITS.
           CLOSE PRODUTOS.

      *----------------------------------------------------------------
      * Inclusao: kit e componente cadastrados, componente diferente
      * do kit e que nao seja ele mesmo um kit.
      *----------------------------------------------------------------
       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           MOVE ZEROS TO WRK-KIT WRK-COMPONENTE WRK-QTD-COMP.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           PERFORM 5100-VALIDA-COMPONENTE.
           IF WRK-MSGERRO = SPACES
              MOVE WRK-KIT        TO KIT-PRODUTO
              MOVE WRK-COMPONENTE TO KIT-COMPONENTE
              MOVE WRK-QTD-COMP   TO KIT-QTD
              WRITE KIT-REG
                 INVALID KEY
                    MOVE 'COMPONENTE JA NO KIT' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'COMPONENTE INCLUIDO' TO WRK-MSGERRO
              END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

       5100-VALIDA-COMPONENTE.
           MOVE WRK-KIT TO PRODUTO-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 MOVE 'KIT NAO CADASTRADO' TO WRK-MSGERRO
           END-READ.
           IF WRK-MSGERRO = SPACES
              MOVE WRK-COMPONENTE TO PRODUTO-CODIGO
              READ PRODUTOS
                 INVALID KEY
                    MOVE 'COMPONENTE NAO CADASTRADO' TO WRK-MSGERRO
              END-READ
           END-IF.
           IF WRK-MSGERRO = SPACES
              EVALUATE TRUE
                 WHEN WRK-COMPONENTE = WRK-KIT
                    MOVE 'COMPONENTE IGUAL AO KIT' TO WRK-MSGERRO
                 WHEN WRK-QTD-COMP = ZEROS
                    MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
                 WHEN OTHER
                    PERFORM 5110-VERIFICA-SE-KIT
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Sem kit dentro de kit: o componente nao pode ter composicao,
      * e o kit nao pode ser componente de outro.
      *----------------------------------------------------------------
       5110-VERIFICA-SE-KIT.
           MOVE WRK-COMPONENTE TO KIT-PRODUTO.
           MOVE ZEROS          TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ KITS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF KIT-PRODUTO = WRK-COMPONENTE
                          MOVE 'COMPONENTE E UM KIT' TO WRK-MSGERRO
                       END-IF
                 END-READ
           END-START.
           IF WRK-MSGERRO = SPACES
              MOVE 'N' TO WRK-FIM-ARQ
              MOVE LOW-VALUES TO KIT-CHAVE
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ARQ
              END-START
              PERFORM 5120-PROCURA-KIT-COMPONENTE
                 UNTIL WRK-FIM-ARQ = 'S'
           END-IF.

       5120-PROCURA-KIT-COMPONENTE.
           READ KITS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ARQ
              NOT AT END
                 IF KIT-COMPONENTE = WRK-KIT
                    MOVE 'KIT JA E COMPONENTE DE KIT' TO WRK-MSGERRO
                    MOVE 'S' TO WRK-FIM-ARQ
                 END-IF
           END-READ.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
           MOVE ZEROS TO WRK-KIT WRK-QT-COMP.
           DISPLAY TELA.
           ACCEPT TELA-KIT.
           MOVE WRK-KIT TO PRODUTO-CODIGO.
           READ PRODUTOS
              INVALID KEY
                 MOVE 'KIT NAO CADASTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 DISPLAY PRODUTO-CODIGO SPACE PRODUTO-DESCRICAO
                         ' PRECO ' PRODUTO-PRECO
                 DISPLAY 'COMPON DESCRICAO                      '
                         '     QTD/KIT UN'
                 MOVE 'N' TO WRK-FIM-ARQ
                 MOVE WRK-KIT TO KIT-PRODUTO
                 MOVE ZEROS   TO KIT-COMPONENTE
                 START KITS KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
                 END-START
                 PERFORM 6010-LISTA-COMPONENTE UNTIL WRK-FIM-ARQ = 'S'
                 IF WRK-QT-COMP = ZEROS
                    MOVE 'PRODUTO NAO E KIT' TO WRK-MSGERRO
                 ELSE
                    MOVE 'FIM DA COMPOSICAO' TO WRK-MSGERRO
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       6010-LISTA-COMPONENTE.
           READ KITS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ARQ
              NOT AT END
                 IF KIT-PRODUTO NOT = WRK-KIT
                    MOVE 'S' TO WRK-FIM-ARQ
                 ELSE
                    ADD 1 TO WRK-QT-COMP
                    MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
                    READ PRODUTOS
                       INVALID KEY
                          MOVE '(SEM CADASTRO)' TO PRODUTO-DESCRICAO
                          MOVE SPACES TO PRODUTO-UNIDADE
                    END-READ
                    DISPLAY KIT-COMPONENTE SPACE PRODUTO-DESCRICAO
                            SPACE KIT-QTD SPACE PRODUTO-UNIDADE
                 END-IF
           END-READ.

       7000-ALTERAR.
           MOVE 'MODULO-ALTERAR ' TO WRK-MODULO.
           MOVE ZEROS TO WRK-KIT WRK-COMPONENTE WRK-QTD-COMP.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE WRK-KIT        TO KIT-PRODUTO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ KITS
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE KIT-QTD TO WRK-QTD-COMP
                 ACCEPT SS-DADOS
                 IF WRK-QTD-COMP = ZEROS
                    MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
                 ELSE
                    MOVE WRK-QTD-COMP TO KIT-QTD
                    REWRITE KIT-REG
                       INVALID KEY
                          MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                       NOT INVALID KEY
                          MOVE 'QUANTIDADE ALTERADA' TO WRK-MSGERRO
                    END-REWRITE
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8000-EXCLUIR.
           MOVE 'MODULO-EXCLUSAO ' TO WRK-MODULO.
           MOVE ZEROS TO WRK-KIT WRK-COMPONENTE WRK-QTD-COMP.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE WRK-KIT        TO KIT-PRODUTO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ KITS
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE KIT-QTD TO WRK-QTD-COMP
                 DISPLAY SS-DADOS
                 MOVE 'ENCONTRADO (S/N) ?' TO WRK-MSGERRO
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S' AND KITS-STATUS = 0
              DELETE KITS RECORD
                 INVALID KEY
                    MOVE 'ERRO AO EXCLUIR' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'COMPONENTE EXCLUIDO' TO WRK-MSGERRO
              END-DELETE
              ACCEPT MOSTRA-ERRO
           END-IF.

      *END PROGRAM KITCAD.
