      *           mes, para nao duplicar titulos. Dali em diante o
      *           aging, juros/multa e recibos do RECEBE cobram a
      *           escola como cobram a loja.
      * Modification History:
      *  15/10/2026 GC - titulo novo nasce sem negativacao
      *                  (REC-NEGATIVACAO/REC-DATA-NEGATIV do
      *                  RECEBER.CPY).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            MOVE ZEROS TO REC-FATURA.
            MOVE 1 TO REC-PARCELA REC-QT-PARCELAS.
            MOVE ZEROS TO REC-FAIXA-COBRADA.
            MOVE SPACES TO REC-NEGATIVACAO.
            MOVE ZEROS TO REC-DATA-NEGATIV.
            WRITE REC-REG
               INVALID KEY
                  DISPLAY 'TITULO JA EXISTIA: ' REC-NUMERO
