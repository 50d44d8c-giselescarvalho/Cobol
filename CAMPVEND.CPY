      ******************************************************************
      * CAMPVEND.CPY - layout do CAMPVEND.LOG, venda de balcao (PDV)
      *                feita com preco de campanha. O VENDAS.TXT do
      *                fechamento nao carrega campanha, entao o PDV
      *                grava aqui uma linha por venda promocional
      *                para o relatorio de resultado das campanhas
      *                (CAMPREL.cbl), que soma tambem os itens de
      *                pedido com ITEM-CAMPANHA.
      *
      * Uso: COPY 'CAMPVEND.CPY'. (logo apos a SELECT CAMPVEND do
      *      programa, dentro da FILE SECTION).
      ******************************************************************
       FD CAMPVEND.
       01 CVD-REG.
            05 CVD-DATA            PIC 9(08).
            05 CVD-CAMPANHA        PIC X(06).
            05 CVD-PRODUTO         PIC 9(06).
            05 CVD-QTD             PIC 9(03).
            05 CVD-VALOR           PIC 9(06)V99.
            05 CVD-DESCONTO        PIC 9(07)V99.
