      ******************************************************************
      * PAGMOV.CPY - layout do livro datado de pagamentos a
      *              fornecedores PAGMOV.LOG (so-acrescenta, como o
      *              RECMOV.LOG do contas a receber): uma linha por
      *              baixa de titulo de PAGAR.DAT, com a data do
      *              pagamento, o titulo, o fornecedor e o valor.
      *
      * Uso: COPY 'PAGMOV.CPY'. (logo apos a SELECT PAGMOV do
      *      programa, dentro da FILE SECTION).
      ******************************************************************
       FD PAGMOV.
       01 PAGMOV-REG.
            05 PMV-DATA-PAGTO  PIC 9(08).
            05 PMV-NUMERO      PIC 9(06).
            05 PMV-FORNECEDOR  PIC 9(04).
            05 PMV-VALOR-PAGO  PIC 9(11)V99.
            05 PMV-ORIGEM      PIC X(08).
