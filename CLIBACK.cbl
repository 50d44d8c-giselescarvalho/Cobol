      *  22/08/2026 GC - publica a contagem exportada na area de
      *                  resumo do fechamento (RESUMO.CPY), para o
      *                  consolidado do FECHADIA.
      *  15/10/2026 GC - registro de backup acompanha o CLIENTES-REG
      *                  com as preferencias de aviso de pedido
      *                  (CLIENTES-AVISOS): 197 bytes.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY 'CLIENTES.CPY'.

       FD CLIENTES-BKP.
       01 CLIENTES-BKP-REG          PIC X(197).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS   PIC 9(02).
