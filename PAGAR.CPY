      ******************************************************************
      * PAGAR.CPY - layout do arquivo PAGAR.DAT (contas a pagar:
      *             um titulo por nota de fornecedor), compartilhado
      *             pelo PAGAR.cbl (manutencao, baixa e aging), pelo
      *             ESTOQUE.cbl (abre o titulo na entrada de
      *             mercadoria contra pedido de compra) e pelo
      *             PAGREM.cbl (remessa de pagamento a fornecedores).
      *
      * Uso: COPY 'PAGAR.CPY'. (logo apos a SELECT PAGAR do
      *      programa, dentro da FILE SECTION).
      *
      * PAG-NUMERO vem de PAGAR.SEQ. PAG-OC amarra o titulo ao pedido
      * de compra (OCOMPRA.DAT) que originou a divida; zero = conta
      * avulsa, sem pedido. Titulo aberto pelo recebimento chega com
      * PAG-NOTA em branco - o contas a pagar completa com o numero
      * da nota quando ela chega, e so titulo com nota vai para a
      * remessa. PAG-REMESSA guarda a sequencia da remessa
      * (PAGREM.SEQ) em que o titulo foi enviado ao banco; zero =
      * ainda nao enviado, e um titulo enviado nao vai de novo.
      ******************************************************************
       FD PAGAR.
       01 PAG-REG.
            05 PAG-NUMERO       PIC 9(06).
            05 PAG-FORNECEDOR   PIC 9(04).
            05 PAG-OC           PIC 9(06).
            05 PAG-NOTA         PIC X(10).
            05 PAG-EMISSAO      PIC 9(08).
            05 PAG-VENCIMENTO   PIC 9(08).
            05 PAG-VALOR        PIC 9(11)V99.
            05 PAG-PAGO         PIC 9(11)V99.
      *     data da ultima baixa; o historico de cada pagamento fica
      *     no livro PAGMOV.LOG
            05 PAG-DATA-PAGTO   PIC 9(08).
            05 PAG-SITUACAO     PIC X(01).
                88 PAG-ABERTO    VALUE 'A'.
                88 PAG-QUITADO   VALUE 'Q'.
                88 PAG-CANCELADO VALUE 'C'.
            05 PAG-REMESSA      PIC 9(06).
