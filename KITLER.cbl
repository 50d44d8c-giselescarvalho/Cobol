       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITLER.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Leitor da composicao de kits (KITS.DAT, mantido pelo
      *           KITCAD.cbl). Os programas que reservam ou movimentam
      *           estoque de um item de pedido chamam CALL 'KITLER'
      *           com o codigo do produto e recebem a lista de
      *           componentes com a quantidade por unidade do kit;
      *           quantidade de componentes zero quer dizer que o
      *           produto nao e kit (ou nao ha KITS.DAT) e o item
      *           segue pelo proprio produto, como sempre.
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
       DATA DIVISION.
       FILE SECTION.
       COPY 'KITS.CPY'.

       WORKING-STORAGE SECTION.
       77 KITS-STATUS       PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 KITLER-PEDIDO.
            05 KLR-PRODUTO      PIC 9(06).
            05 KLR-QT-COMP      PIC 9(02).
            05 KLR-COMP OCCURS 20 TIMES INDEXED BY KLR-IX.
                10 KLR-COMPONENTE PIC 9(06).
                10 KLR-QTD        PIC 9(05)V99.

       PROCEDURE DIVISION USING KITLER-PEDIDO.
       0001-PRINCIPAL.
            MOVE ZEROS TO KLR-QT-COMP.
            OPEN INPUT KITS.
            IF KITS-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE KLR-PRODUTO TO KIT-PRODUTO
               MOVE ZEROS       TO KIT-COMPONENTE
               START KITS KEY IS NOT LESS THAN KIT-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 1000-LE-COMPONENTE UNTIL WRK-FIM-ARQ = 'S'
               CLOSE KITS
            END-IF.
            GOBACK.

       1000-LE-COMPONENTE.
            READ KITS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF KIT-PRODUTO NOT = KLR-PRODUTO
                     OR KLR-QT-COMP = 20
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     ADD 1 TO KLR-QT-COMP
                     SET KLR-IX TO KLR-QT-COMP
                     MOVE KIT-COMPONENTE TO KLR-COMPONENTE(KLR-IX)
                     MOVE KIT-QTD        TO KLR-QTD(KLR-IX)
                  END-IF
            END-READ.

      *END PROGRAM KITLER.
