      ******************************************************************
      * CATENV.CPY - layout do arquivo CATENV.DAT (controle do feed do
      *              catalogo da loja virtual): o que foi enviado de
      *              cada produto no ultimo CATALOGO.TXT gerado pelo
      *              CATEXP.cbl. No modo delta o produto so vai de
      *              novo quando algum destes campos mudou; produto
      *              que sumiu do PRODUTOS.DAT sai como exclusao e
      *              deixa o controle.
      *
      * Uso: COPY 'CATENV.CPY'. (logo apos a SELECT CATENV do
      *      programa, dentro da FILE SECTION).
      ******************************************************************
       FD CATENV.
       01 CEN-REG.
            05 CEN-PRODUTO       PIC 9(06).
            05 CEN-DESCRICAO     PIC X(30).
            05 CEN-UNIDADE       PIC X(03).
            05 CEN-PRECO         PIC 9(07)V99.
            05 CEN-DISPONIVEL    PIC 9(05)V99.
            05 CEN-PRECO-FUTURO  PIC 9(07)V99.
            05 CEN-DATA-FUTURA   PIC 9(08).
      *     data de movimento do feed em que o produto foi enviado
            05 CEN-DATA-ENVIO    PIC 9(08).
