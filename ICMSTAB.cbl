       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSTAB.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro da tabela de aliquotas de ICMS por UF de
      *           origem x UF de destino (ICMSUF.DAT, layout
      *           ICMSUF.CPY). O FATURA.cbl aplicava um percentual
      *           unico digitado por item; o imposto depende da UF
      *           do cliente: aliquota interna quando origem e
      *           destino coincidem, interestadual (4/7/12%) nos
      *           demais casos, e a interna do destino para o calculo
      *           do DIFAL nas vendas a consumidor final. A UF de
      *           origem das nossas vendas e o parametro EMIT-UF
      *           (descricao do PARAMETROS.DAT). A tela grava ou
      *           regrava a aliquota do par, como a tarifa por UF do
      *           TRANSP.cbl; a exclusao e fisica (par sem aliquota
      *           volta ao percentual digitado no item).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICMSUF
             ASSIGN TO 'ICMSUF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ICMSUF-STATUS
               RECORD KEY IS ICM-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'ICMSUF.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO         PIC X(1).
       77 WRK-MODULO        PIC X(25).
       77 WRK-TECLA         PIC X(1).
       77 WRK-MSGERRO       PIC X(30).
       77 ICMSUF-STATUS     PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'ALIQUOTAS DE ICMS   '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
            05 LINE 07 COLUMN 15 VALUE '1 - GRAVAR ALIQUOTA'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - EXCLUIR'.
            05 LINE 10 COLUMN 15 VALUE '4 - LISTAR ALIQUOTAS'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 12 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 12 COLUMN 28 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-ALIQUOTA.
            05 CHAVE-ALIQUOTA FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'UF ORIGEM.... '.
               10 COLUMN PLUS 2 PIC X(02) USING ICM-UF-ORIGEM.
               10 COLUMN PLUS 2 VALUE 'UF DESTINO '.
               10 COLUMN PLUS 1 PIC X(02) USING ICM-UF-DESTINO.
            05 SS-DADOS-ALIQUOTA.
               10 LINE 11 COLUMN 10 VALUE 'ALIQUOTA OPER '.
               10 COLUMN PLUS 2 PIC Z9,99 USING ICM-ALIQUOTA.
               10 LINE 12 COLUMN 10 VALUE 'INTERNA DEST. '.
               10 COLUMN PLUS 2 PIC Z9,99 USING ICM-ALIQ-DESTINO.

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
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            PERFORM 1100-MONTATELA.
            PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            OPEN I-O ICMSUF
              IF ICMSUF-STATUS = 35 THEN
                  OPEN OUTPUT ICMSUF
                  CLOSE ICMSUF
                  OPEN I-O ICMSUF
               END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-GRAVAR-ALIQUOTA
              WHEN 2
                PERFORM 6000-CONSULTAR
              WHEN 3
                PERFORM 8000-EXCLUIR
              WHEN 4
                PERFORM 9000-LISTAR-ALIQUOTAS
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY 'ENTRE COM OPCAO CORRETA'
                END-IF
            END-EVALUATE.
            PERFORM 1100-MONTATELA.

       3000-FINALIZAR.
            CLOSE ICMSUF.

      *----------------------------------------------------------------
      * Inclui ou regrava a aliquota do par origem x destino (a tabela
      * muda a cada convenio, como a tarifa por UF das
      * transportadoras).
      *----------------------------------------------------------------
       5000-GRAVAR-ALIQUOTA.
            MOVE 'MODULO - ALIQUOTA ' TO WRK-MODULO.
            MOVE SPACES TO ICM-UF-ORIGEM ICM-UF-DESTINO.
            MOVE ZEROS TO ICM-ALIQUOTA ICM-ALIQ-DESTINO.
            DISPLAY TELA.
            ACCEPT TELA-ALIQUOTA.
            IF ICM-UF-ORIGEM = SPACES OR ICM-UF-DESTINO = SPACES
               MOVE 'INFORME UF ORIGEM E DESTINO' TO WRK-MSGERRO
            ELSE
               IF ICM-UF-ORIGEM = ICM-UF-DESTINO
      *           operacao interna: a interna do destino e a propria
                  MOVE ICM-ALIQUOTA TO ICM-ALIQ-DESTINO
               END-IF
               WRITE ICM-REG
                  INVALID KEY
                     REWRITE ICM-REG
                        INVALID KEY
                           MOVE 'ERRO AO GRAVAR ALIQUOTA'
                             TO WRK-MSGERRO
                        NOT INVALID KEY
                           MOVE 'ALIQUOTA REGRAVADA'
                             TO WRK-MSGERRO
                     END-REWRITE
                  NOT INVALID KEY
                     MOVE 'ALIQUOTA INCLUIDA ' TO WRK-MSGERRO
               END-WRITE
            END-IF.
            ACCEPT MOSTRA-ERRO.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            MOVE SPACES TO ICM-UF-ORIGEM ICM-UF-DESTINO.
            MOVE ZEROS TO ICM-ALIQUOTA ICM-ALIQ-DESTINO.
            DISPLAY TELA.
            DISPLAY TELA-ALIQUOTA.
            ACCEPT CHAVE-ALIQUOTA.
            READ ICMSUF
               INVALID KEY
                  MOVE 'NAO ENCONTRADA   ' TO WRK-MSGERRO
               NOT INVALID KEY
                  DISPLAY SS-DADOS-ALIQUOTA
                  MOVE 'ALIQUOTA ENCONTRADA' TO WRK-MSGERRO
            END-READ.
            ACCEPT MOSTRA-ERRO.

       8000-EXCLUIR.
            MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
            MOVE SPACES TO ICM-UF-ORIGEM ICM-UF-DESTINO.
            DISPLAY TELA.
            DISPLAY TELA-ALIQUOTA.
            ACCEPT CHAVE-ALIQUOTA.
            READ ICMSUF
               INVALID KEY
                  MOVE 'NAO ENCONTRADA   ' TO WRK-MSGERRO
               NOT INVALID KEY
                  DELETE ICMSUF
                     INVALID KEY
                        MOVE 'ERRO AO EXCLUIR  ' TO WRK-MSGERRO
                     NOT INVALID KEY
                        MOVE 'ALIQUOTA EXCLUIDA ' TO WRK-MSGERRO
                  END-DELETE
            END-READ.
            ACCEPT MOSTRA-ERRO.

       9000-LISTAR-ALIQUOTAS.
            MOVE 'MODULO - LISTAGEM ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY 'ORIGEM DESTINO ALIQUOTA INTERNA-DEST'.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO ICM-CHAVE.
            START ICMSUF KEY IS NOT LESS THAN ICM-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 9010-LISTA-ALIQUOTA UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'FIM DA LISTAGEM   ' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       9010-LISTA-ALIQUOTA.
            READ ICMSUF NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  DISPLAY ICM-UF-ORIGEM '     ' ICM-UF-DESTINO
                          '      ' ICM-ALIQUOTA
                          '     ' ICM-ALIQ-DESTINO
            END-READ.

      *END PROGRAM ICMSTAB.
