      ******************************************************************
      * LOTES.CPY - layout do arquivo LOTES.DAT, saldo por lote e
      *             validade dos produtos com prazo de validade
      *             (limpeza, adesivos). Mantido so pelo LOTEMOV.cbl,
      *             chamado por quem movimenta estoque (ESTOQUE,
      *             PEDSTAT, PICKLIST, INVENTARIO); lido pelo
      *             LOTEVENC.cbl (lotes vencidos e a vencer) e pela
      *             lista de separacao do PICKLIST.
      *
      * Uso: COPY 'LOTES.CPY'. (logo apos a SELECT LOTES do
      *      programa, dentro da FILE SECTION).
      *
      * A chave comeca por produto+validade: a leitura em sequencia
      * de um produto ja vem na ordem do primeiro que vence (FEFO).
      * O saldo do produto fora de lote (mercadoria sem validade ou
      * anterior ao controle) e PRODUTO-ESTOQUE menos a soma dos
      * lotes; lote zerado e excluido.
      ******************************************************************
       FD LOTES.
       01 LOT-REG.
            05 LOT-CHAVE.
                10 LOT-PRODUTO   PIC 9(06).
                10 LOT-VALIDADE  PIC 9(08).
                10 LOT-NUMERO    PIC X(10).
            05 LOT-SALDO         PIC 9(05)V99.
            05 LOT-DATA-ENTRADA  PIC 9(08).
