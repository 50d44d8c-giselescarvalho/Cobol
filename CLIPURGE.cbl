      *           arquivamento em CLIAUDIT.LOG; tambem lista o
      *           historico e restaura um cliente arquivado sob
      *           demanda.
      * Modification History:
      *  15/10/2026 GC - CLIHIST-REG acompanha o CLIENTES-REG com as
      *                  preferencias de aviso de pedido
      *                  (CLIHIST-AVISOS), para o arquivamento e a
      *                  restauracao nao perderem a escolha do cliente.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            05 CLIHIST-DATA-INCLUSAO PIC 9(08).
            05 CLIHIST-LIMITE-CREDITO PIC 9(09)V99.
            05 CLIHIST-CATEGORIA PIC X(01).
            05 CLIHIST-AVISOS    PIC X(03).

       FD CLIAUDIT.
       01 CLIAUDIT-REG.
