      ******************************************************************
      * VENDMES.CPY - layout do arquivo VENDMES.DAT, resumo mensal de
      *               vendas por ano/mes x cliente x produto x UF,
      *               mantido pela etapa noturna VENDMES.cbl (so com
      *               os pedidos mexidos no dia, mais as devolucoes
      *               novas de DEVOL.LOG) e lido pelos relatorios do
      *               mes (RANKCLI, CLISCORE, ABCPROD) no lugar da
      *               varredura de PEDIDOS.DAT/PEDITENS.DAT inteiros.
      *
      * Uso: COPY 'VENDMES.CPY'. (logo apos a SELECT VENDMES do
      *      programa, dentro da FILE SECTION).
      *
      * A chave comeca pelo ano/mes do pedido: o relatorio de uma
      * janela de meses posiciona com START no primeiro mes e para
      * no ultimo. Pedido legado sem itens (lote FRETE) entra com
      * VMS-PRODUTO zero e o valor do cabecalho.
      *
      * VMS-QTD/VMS-VALOR: itens dos pedidos nao cancelados.
      * VMS-FRETE/VMS-QT-PEDIDOS: frete e contagem de pedidos nao
      * cancelados, lancados na linha do primeiro item do pedido.
      * VMS-VL-CANCELADO: itens dos pedidos cancelados.
      * VMS-VL-DEVOLVIDO: devolucoes (DEVOL.LOG) dos itens, no mes do
      * pedido devolvido.
      * VMS-ULT-DATA: data do pedido mais recente lancado na linha
      * (nao recua no estorno; a reconstrucao acerta).
      ******************************************************************
       FD VENDMES.
       01 VMS-REG.
            05 VMS-CHAVE.
                10 VMS-ANOMES      PIC 9(06).
                10 VMS-FONE        PIC 9(09).
                10 VMS-PRODUTO     PIC 9(06).
                10 VMS-UF          PIC X(02).
            05 VMS-QTD             PIC S9(07)V99.
            05 VMS-VALOR           PIC S9(11)V99.
            05 VMS-FRETE           PIC S9(09)V99.
            05 VMS-QT-PEDIDOS      PIC S9(05).
            05 VMS-VL-CANCELADO    PIC S9(11)V99.
            05 VMS-VL-DEVOLVIDO    PIC S9(11)V99.
            05 VMS-ULT-DATA        PIC 9(08).
