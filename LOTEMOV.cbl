       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEMOV.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Movimento de lotes com validade (LOTES.DAT). Os
      *           programas que movimentam estoque chamam CALL
      *           'LOTEMOV' depois de acertar PRODUTO-ESTOQUE:
      *           operacao E soma a quantidade no lote informado
      *           (abre o lote na primeira entrada); operacao S
      *           baixa a quantidade dos lotes do produto na ordem
      *           de validade, o que vence primeiro sai primeiro
      *           (FEFO); operacao A (acerto de inventario) recebe o
      *           novo total do produto e baixa pela mesma ordem o
      *           que os lotes tiverem acima dele. Devolve quanto
      *           saiu de lote e o primeiro lote baixado. Sem
      *           LOTES.DAT a baixa nao faz nada - instalacao sem
      *           produto com validade segue igual.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES
             ASSIGN TO 'LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOTES-STATUS
               RECORD KEY IS LOT-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'LOTES.CPY'.

       WORKING-STORAGE SECTION.
       77 LOTES-STATUS      PIC 9(02).
       77 WRK-FIM-LOTE      PIC X(01) VALUE 'N'.
       77 WRK-A-BAIXAR      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-LOTE      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SOMA-LOTES    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-MOV      PIC 9(08) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).

       LINKAGE SECTION.
       01 LOTEMOV-PEDIDO.
            05 LTM-OPERACAO     PIC X(01).
                88 LTM-ENTRADA  VALUE 'E'.
                88 LTM-BAIXA    VALUE 'S'.
                88 LTM-ACERTO   VALUE 'A'.
            05 LTM-PRODUTO      PIC 9(06).
            05 LTM-QTD          PIC 9(05)V99.
            05 LTM-LOTE         PIC X(10).
            05 LTM-VALIDADE     PIC 9(08).
            05 LTM-BAIXADO      PIC 9(05)V99.
            05 LTM-LOTE-BAIXADO PIC X(10).

       PROCEDURE DIVISION USING LOTEMOV-PEDIDO.
       0001-PRINCIPAL.
            MOVE ZEROS  TO LTM-BAIXADO.
            MOVE SPACES TO LTM-LOTE-BAIXADO.
            OPEN I-O LOTES.
            IF LOTES-STATUS = 35 AND LTM-ENTRADA
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
            END-IF.
            IF LOTES-STATUS = 0
               EVALUATE TRUE
                  WHEN LTM-ENTRADA
                     PERFORM 1000-ENTRADA-LOTE
                  WHEN LTM-BAIXA
                     MOVE LTM-QTD TO WRK-A-BAIXAR
                     PERFORM 2000-BAIXA-FEFO
                  WHEN LTM-ACERTO
                     PERFORM 3000-ACERTO-INVENTARIO
               END-EVALUATE
               CLOSE LOTES
            END-IF.
            GOBACK.

       1000-ENTRADA-LOTE.
            MOVE LTM-PRODUTO  TO LOT-PRODUTO.
            MOVE LTM-VALIDADE TO LOT-VALIDADE.
            MOVE LTM-LOTE     TO LOT-NUMERO.
            READ LOTES
               INVALID KEY
                  ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD
                  CALL 'DATAMOV' USING WRK-DATAMOV-PARM
                     ON EXCEPTION
                        CONTINUE
                  END-CALL
                  IF WRK-DM-ACHADO = 'S'
                     MOVE WRK-DM-DATA TO WRK-DATA-MOV
                  END-IF
                  MOVE LTM-QTD      TO LOT-SALDO
                  MOVE WRK-DATA-MOV TO LOT-DATA-ENTRADA
                  WRITE LOT-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO ABRIR O LOTE ' LTM-LOTE
                  END-WRITE
               NOT INVALID KEY
                  ADD LTM-QTD TO LOT-SALDO
                  REWRITE LOT-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O LOTE ' LTM-LOTE
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Baixa WRK-A-BAIXAR pelos lotes do produto em ordem de
      * validade; o que os lotes nao cobrem e saldo fora de lote.
      *----------------------------------------------------------------
       2000-BAIXA-FEFO.
            PERFORM 2100-POSICIONA-PRODUTO.
            PERFORM 2200-BAIXA-LOTE UNTIL WRK-FIM-LOTE = 'S'
                                       OR WRK-A-BAIXAR = ZEROS.

       2100-POSICIONA-PRODUTO.
            MOVE 'N' TO WRK-FIM-LOTE.
            MOVE LTM-PRODUTO TO LOT-PRODUTO.
            MOVE ZEROS       TO LOT-VALIDADE.
            MOVE LOW-VALUES  TO LOT-NUMERO.
            START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-LOTE
            END-START.

       2200-BAIXA-LOTE.
            READ LOTES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOTE
               NOT AT END
                  IF LOT-PRODUTO NOT = LTM-PRODUTO
                     MOVE 'S' TO WRK-FIM-LOTE
                  ELSE
                     IF WRK-A-BAIXAR > LOT-SALDO
                        MOVE LOT-SALDO TO WRK-QTD-LOTE
                     ELSE
                        MOVE WRK-A-BAIXAR TO WRK-QTD-LOTE
                     END-IF
                     SUBTRACT WRK-QTD-LOTE FROM WRK-A-BAIXAR
                     SUBTRACT WRK-QTD-LOTE FROM LOT-SALDO
                     ADD WRK-QTD-LOTE TO LTM-BAIXADO
                     IF LTM-LOTE-BAIXADO = SPACES
                        MOVE LOT-NUMERO TO LTM-LOTE-BAIXADO
                     END-IF
                     IF LOT-SALDO = ZEROS
                        DELETE LOTES RECORD
                           INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR O LOTE '
                                      LOT-NUMERO
                        END-DELETE
                     ELSE
                        REWRITE LOT-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO GRAVAR O LOTE '
                                      LOT-NUMERO
                        END-REWRITE
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Inventario: LTM-QTD e o saldo contado; os lotes nao podem
      * somar mais que ele, o excesso sai pela ordem de validade.
      *----------------------------------------------------------------
       3000-ACERTO-INVENTARIO.
            MOVE ZEROS TO WRK-SOMA-LOTES.
            PERFORM 2100-POSICIONA-PRODUTO.
            PERFORM 3100-SOMA-LOTE UNTIL WRK-FIM-LOTE = 'S'.
            IF WRK-SOMA-LOTES > LTM-QTD
               COMPUTE WRK-A-BAIXAR = WRK-SOMA-LOTES - LTM-QTD
               PERFORM 2000-BAIXA-FEFO
            END-IF.

       3100-SOMA-LOTE.
            READ LOTES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOTE
               NOT AT END
                  IF LOT-PRODUTO NOT = LTM-PRODUTO
                     MOVE 'S' TO WRK-FIM-LOTE
                  ELSE
                     ADD LOT-SALDO TO WRK-SOMA-LOTES
                  END-IF
            END-READ.

      *END PROGRAM LOTEMOV.
