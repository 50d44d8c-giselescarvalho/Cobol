      ******************************************************************
      * KITS.CPY - layout do arquivo KITS.DAT, composicao dos produtos
      *            vendidos como kit (ex.: kit piso de banheiro =
      *            piso + argamassa + rejunte). Mantido pelo
      *            KITCAD.cbl; lido pelo KITLER.cbl, que devolve a
      *            composicao a quem reserva ou movimenta estoque.
      *
      * Uso: COPY 'KITS.CPY'. (logo apos a SELECT KITS do programa,
      *      dentro da FILE SECTION).
      *
      * Um registro por componente; KIT-QTD e a quantidade do
      * componente em uma unidade do kit. O kit e um produto comum no
      * PRODUTOS.DAT (descricao e PRODUTO-PRECO proprios, sai numa
      * linha so na nota), mas nao tem saldo: reserva, separacao e
      * movimento de estoque sao sempre dos componentes.
      ******************************************************************
       FD KITS.
       01 KIT-REG.
            05 KIT-CHAVE.
                10 KIT-PRODUTO    PIC 9(06).
                10 KIT-COMPONENTE PIC 9(06).
            05 KIT-QTD            PIC 9(05)V99.
