      *           vivo e imprime um relatorio de divergencias
      *           (CLIREST.REL, padrao REPCTL.COB/REPCAB.CPY), para
      *           provar que o backup de cada noite e utilizavel.
      * Modification History:
      *  15/10/2026 GC - FD CLIENTES-BKP e imagem de guarda do backup
      *                  acompanham o CLIENTES-REG com as preferencias
      *                  de aviso de pedido (CLIENTES-AVISOS): 197
      *                  bytes, como o CLIBACK grava.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       01 CLIENTES-BKP-REG.
            05 BKP-CHAVE.
                10 BKP-FONE      PIC 9(09).
            05 BKP-RESTO         PIC X(188).

       FD CLIREST-REL.
       01 CLIREST-REL-REG       PIC X(132).
       77 WRK-QT-IGUAIS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MESTRE     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SO-MESTRE  PIC 9(05) VALUE ZEROS.
       77 WRK-BKP-GUARDA    PIC X(197) VALUE SPACES.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
