      *     entrada pela TRANSPSEL.cbl: mais barata ou indicada pelo
      *     operador); espacos = tarifa propria da TABFRETE.CPY
            05 PEDIDOS-TRANSP       PIC X(03).
      *     pedido complementar de entrega de pendencia (PENDENC.CPY,
      *     gerado pelo ESTOQUE.cbl): chave do pedido original; zeros
      *     = pedido normal
            05 PEDIDOS-ORIGEM.
                10 PEDIDOS-ORIG-FONE PIC 9(09).
                10 PEDIDOS-ORIG-DATA PIC 9(08).
                10 PEDIDOS-ORIG-HORA PIC 9(08).
      *     endereco de entrega (ENDERECOS.CPY, escolhido na entrada
      *     pelo PEDENTRA/PEDLOTE): sequencia do endereco do cliente;
      *     zero = endereco do proprio cadastro (CLIENTES-ENDERECO)
            05 PEDIDOS-ENDERECO-SEQ PIC 9(02).
