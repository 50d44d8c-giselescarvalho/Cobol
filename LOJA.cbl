       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJA.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro de lojas (LOJAS.DAT), no mesmo padrao
      *           INCLUIR/CONSULTAR/ALTERAR/EXCLUIR dos demais modulos
      *           de tela. Com a segunda loja o fechamento deixa de
      *           ser de um unico VENDAS.TXT: cada loja ativa tem o
      *           seu arquivo de vendas do dia (nome informado aqui;
      *           em branco vale VENDASnnn.TXT) e e fechada, conferida
      *           no caixa e consolidada em separado. A exclusao e
      *           logica (situacao 'I'), para o historico de
      *           fechamentos da loja nao ficar orfao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOJAS
             ASSIGN TO 'LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOJAS-STATUS
               RECORD KEY IS LOJA-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       COPY 'LOJAS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(20).
       77 WRK-TECLA PIC X(1).
       77 LOJAS-STATUS PIC 9(02).
       77 WRK-MSGERRO PIC X(30).

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3 FROM '   LOJAS'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
           05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR (INATIVAR)'.
           05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO'.
           05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 13 COLUMN 15 VALUE 'OPCAO: ' .
           05 LINE 13 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO '.
               10 COLUMN PLUS 2 PIC X(03) USING LOJA-CODIGO.
            05 SS-DADOS.
               10 LINE 11 COLUMN 10 VALUE 'NOME...... '.
               10 COLUMN PLUS 2 PIC X(30) USING LOJA-NOME.
               10 LINE 12 COLUMN 10 VALUE 'ARQ. VENDAS '.
               10 COLUMN PLUS 2 PIC X(30) USING LOJA-ARQ-VENDAS.
               10 LINE 13 COLUMN 10 VALUE 'SITUACAO(A/I) '.
               10 COLUMN PLUS 2 PIC X(01) USING LOJA-SITUACAO.
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
           OPEN I-O LOJAS
             IF LOJAS-STATUS = 35 THEN
                 OPEN OUTPUT LOJAS
                 CLOSE LOJAS
                 OPEN I-O LOJAS
              END-IF.
           PERFORM 1100-MONTATELA.

       1100-MONTATELA.
           DISPLAY  TELA.
           ACCEPT TELA-MENU.

       2000-PROCESSAR.
           EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 5000-INCLUIR
               WHEN 2
                 PERFORM 6000-CONSULTAR
               WHEN 3
                 PERFORM 7000-ALTERAR
               WHEN 4
                 PERFORM 8000-EXCLUIR
               WHEN 5
                 PERFORM 9000-RELATORIO
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM UMA OPCAO VALIDA'
               END-IF
           END-EVALUATE.
           IF WRK-OPCAO NOT EQUAL 'X'
              PERFORM 1100-MONTATELA
           END-IF.

       3000-FINALIZAR.
           CLOSE LOJAS.

       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO LOJA-CODIGO LOJA-NOME LOJA-ARQ-VENDAS.
           MOVE 'A' TO LOJA-SITUACAO.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           IF LOJA-CODIGO = SPACES
              MOVE 'CODIGO EM BRANCO' TO WRK-MSGERRO
              ACCEPT MOSTRA-ERRO
           ELSE
              PERFORM 5100-COMPLETA-LOJA
              WRITE LOJA-REG
                 INVALID KEY
                    MOVE 'JA EXISTE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                    MOVE 'LOJA INCLUIDA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
              END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * Arquivo de vendas em branco assume o nome padrao da loja, que
      * e o que o PDV da loja emite.
      *----------------------------------------------------------------
       5100-COMPLETA-LOJA.
           IF LOJA-ARQ-VENDAS = SPACES
              STRING 'VENDAS'    DELIMITED BY SIZE
                     LOJA-CODIGO DELIMITED BY SPACE
                     '.TXT'      DELIMITED BY SIZE
                     INTO LOJA-ARQ-VENDAS
              END-STRING
           END-IF.
           IF LOJA-SITUACAO = 'a'
              MOVE 'A' TO LOJA-SITUACAO
           END-IF.
           IF LOJA-SITUACAO = 'i'
              MOVE 'I' TO LOJA-SITUACAO
           END-IF.
           IF NOT LOJA-ATIVA AND NOT LOJA-INATIVA
              MOVE 'A' TO LOJA-SITUACAO
           END-IF.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ LOJAS
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE '-- ENCONTRADO --' TO WRK-MSGERRO
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
           MOVE 'MODULO-ALTERAR ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ LOJAS
              IF LOJAS-STATUS = 0
                 ACCEPT SS-DADOS
                 PERFORM 5100-COMPLETA-LOJA
                 REWRITE LOJA-REG
                    IF LOJAS-STATUS = 0
                       MOVE 'LOJA ALTERADA' TO WRK-MSGERRO
                    ELSE
                       MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                    END-IF
              ELSE
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              END-IF.
           ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Exclusao logica: a loja sai do fechamento do dia seguinte em
      * diante, mas os registros dela no historico continuam validos.
      *----------------------------------------------------------------
       8000-EXCLUIR.
           MOVE 'MODULO-EXCLUSAO ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ LOJAS
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE 'ENCONTRADO (S/N) ?' TO WRK-MSGERRO
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S' AND LOJAS-STATUS = 0
              MOVE 'I' TO LOJA-SITUACAO
              REWRITE LOJA-REG
                 INVALID KEY
                    MOVE 'ERRO AO INATIVAR' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'LOJA INATIVADA' TO WRK-MSGERRO
              END-REWRITE
              ACCEPT MOSTRA-ERRO
           END-IF.

       9000-RELATORIO.
           MOVE 'MODULO-RELATORIO ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'COD NOME                           '
                   'ARQUIVO DE VENDAS              SIT'.
           MOVE LOW-VALUES TO LOJA-CODIGO.
           START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
              INVALID KEY
                 MOVE 'S' TO WRK-TECLA
              NOT INVALID KEY
                 MOVE 'N' TO WRK-TECLA
           END-START.
           PERFORM 9010-LISTA-LOJA UNTIL WRK-TECLA = 'S'.
           MOVE 'FIM DO RELATORIO' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

       9010-LISTA-LOJA.
           READ LOJAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-TECLA
              NOT AT END
                 DISPLAY LOJA-CODIGO SPACE LOJA-NOME SPACE
                         LOJA-ARQ-VENDAS SPACE LOJA-SITUACAO
           END-READ.

      *END PROGRAM LOJA.
