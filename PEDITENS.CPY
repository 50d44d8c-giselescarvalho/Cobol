      * Uso: COPY 'PEDITENS.CPY'. (logo apos a SELECT PEDITENS do
      *      programa, dentro da FILE SECTION).
      *
      * ITEM-CAMPANHA: campanha de promocao (CAMPANHA.DAT) que deu o
      * preco do item, em branco sem campanha; ITEM-DESC-CAMPANHA e
      * o desconto total que ela deu no item (diferenca para o preco
      * de tabela, ja com o desconto da categoria, x quantidade).
      *
      * Pedidos gerados pelo lote FRETE.cbl (linhas de FRETE.TXT, que
      * nao carregam codigo de produto) continuam so com o cabecalho,
      * sem itens; os consumidores dos itens devem tratar o pedido
            05 ITEM-QTD         PIC 9(03)V99.
            05 ITEM-PRECO-UNIT  PIC 9(07)V99.
            05 ITEM-VALOR       PIC 9(09)V99.
            05 ITEM-CAMPANHA    PIC X(06).
            05 ITEM-DESC-CAMPANHA PIC 9(07)V99.
