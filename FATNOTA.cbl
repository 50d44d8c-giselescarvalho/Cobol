      *           quitando-o quando o credito cobre o saldo. O
      *           FATCONS.cbl lista e reimprime a nota junto com a
      *           fatura original.
      * Modification History:
      *  15/10/2026 GC - nota de credito grava UF de destino, aliquota
      *                  e DIFAL em branco/zeros (campos novos do
      *                  FATURAS.CPY, apuracao de ICMS por UF).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            MOVE WRK-VALOR-CREDITO TO FAT-TOTAL.
            MOVE WRK-NUMERO-ORIG   TO FAT-REFERENCIA.
            MOVE ZEROS             TO FAT-IMPOSTO.
            MOVE SPACES            TO FAT-UF-DESTINO.
            MOVE ZEROS             TO FAT-ALIQ-ICMS FAT-DIFAL.
            WRITE FAT-REG
               INVALID KEY
                  DISPLAY 'NOTA JA EXISTIA: ' FAT-NUMERO
