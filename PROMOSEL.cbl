       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOSEL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Escolha da campanha de promocao de um item
      *           (CAMPANHA.DAT, mantido pelo CAMPCAD.cbl). Quem preca
      *           um item chama CALL 'PROMOSEL' com o produto, a data,
      *           a categoria do cliente e o PRODUTO-PRECO, e recebe
      *           o codigo da campanha valida de maior desconto por
      *           unidade e o preco promocional; sem campanha (ou sem
      *           CAMPANHA.DAT) o codigo volta em branco e o preco
      *           promocional igual ao de tabela. O desconto da
      *           categoria e aplicado pelo chamador sobre o preco
      *           devolvido.
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
       DATA DIVISION.
       FILE SECTION.
       COPY 'CAMPANHA.CPY'.

       WORKING-STORAGE SECTION.
       77 CAMPANHA-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-CATEGORIA     PIC X(01) VALUE SPACES.
       77 WRK-DESCONTO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MAIOR-DESC    PIC 9(07)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 PROMOSEL-PEDIDO.
            05 PMS-PRODUTO      PIC 9(06).
            05 PMS-DATA         PIC 9(08).
            05 PMS-CATEGORIA    PIC X(01).
            05 PMS-PRECO        PIC 9(07)V99.
            05 PMS-CAMPANHA     PIC X(06).
            05 PMS-PRECO-PROMO  PIC 9(07)V99.

       PROCEDURE DIVISION USING PROMOSEL-PEDIDO.
       0001-PRINCIPAL.
            MOVE SPACES TO PMS-CAMPANHA.
            MOVE PMS-PRECO TO PMS-PRECO-PROMO.
            MOVE ZEROS TO WRK-MAIOR-DESC.
      *     cliente sem categoria no cadastro e varejo
            MOVE PMS-CATEGORIA TO WRK-CATEGORIA.
            IF WRK-CATEGORIA = SPACES
               MOVE 'V' TO WRK-CATEGORIA
            END-IF.
            OPEN INPUT CAMPANHA.
            IF CAMPANHA-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 1000-LE-CAMPANHA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE CAMPANHA
            END-IF.
            GOBACK.

       1000-LE-CAMPANHA.
            READ CAMPANHA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CAM-ATIVA
                     AND PMS-DATA NOT < CAM-DATA-INI
                     AND PMS-DATA NOT > CAM-DATA-FIM
                     AND PMS-PRODUTO NOT < CAM-PROD-INI
                     AND PMS-PRODUTO NOT > CAM-PROD-FIM
                     AND (CAM-CATEGORIA = SPACES
                          OR CAM-CATEGORIA = WRK-CATEGORIA)
                     PERFORM 1100-AVALIA-CAMPANHA
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Desconto por unidade da campanha; vale a de maior desconto (no
      * empate, a de menor codigo). O preco nunca fica negativo.
      *----------------------------------------------------------------
       1100-AVALIA-CAMPANHA.
            IF CAM-PERCENTUAL
               COMPUTE WRK-DESCONTO ROUNDED =
                       PMS-PRECO * CAM-DESCONTO / 100
            ELSE
               MOVE CAM-DESCONTO TO WRK-DESCONTO
            END-IF.
            IF WRK-DESCONTO > PMS-PRECO
               MOVE PMS-PRECO TO WRK-DESCONTO
            END-IF.
            IF WRK-DESCONTO > WRK-MAIOR-DESC
               MOVE WRK-DESCONTO TO WRK-MAIOR-DESC
               MOVE CAM-CODIGO TO PMS-CAMPANHA
               COMPUTE PMS-PRECO-PROMO = PMS-PRECO - WRK-DESCONTO
            END-IF.

      *END PROGRAM PROMOSEL.
