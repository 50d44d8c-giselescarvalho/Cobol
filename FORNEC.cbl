      *           no recebimento: os pedidos de compra
      *           (PEDCOMPRA.cbl) exigem fornecedor cadastrado e
      *           ativo. Exclusao e logica (situacao 'I').
      * Modification History:
      *  15/10/2026 GC - layout do fornecedor passa para o FORNECED.CPY,
      *                  compartilhado com o contas a pagar (PAGAR.cbl
      *                  e PAGREM.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS FOR-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FORNECED.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
