      ******************************************************************
      * PRODFORN.CPY - layout do arquivo PRODFORN.DAT (fornecedor
      *                preferido de cada produto), mantido pelo
      *                PEDCOMPRA.cbl (modo V), lido pelo REPOSICAO.cbl
      *                para transformar a sugestao de compra em
      *                pedidos de compra, e com o ultimo custo
      *                atualizado pelo ESTOQUE.cbl na entrada contra
      *                pedido do fornecedor preferido.
      *
      * Uso: COPY 'PRODFORN.CPY'. (logo apos a SELECT PRODFORN do
      *      programa, dentro da FILE SECTION).
      *
      * PFN-REFERENCIA e o codigo do produto no catalogo do
      * fornecedor (vai no pedido impresso); PFN-QTD-MINIMA e o lote
      * minimo de compra - o pedido gerado nunca sai abaixo dele.
      ******************************************************************
       FD PRODFORN.
       01 PFN-REG.
            05 PFN-PRODUTO      PIC 9(06).
            05 PFN-FORNECEDOR   PIC 9(04).
            05 PFN-REFERENCIA   PIC X(20).
            05 PFN-QTD-MINIMA   PIC 9(05).
            05 PFN-ULTIMO-CUSTO PIC 9(07)V99.
            05 PFN-DATA-CUSTO   PIC 9(08).
