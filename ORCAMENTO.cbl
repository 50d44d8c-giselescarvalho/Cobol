      *                  os cinco materiais historicos (M/C/P/G/V,
      *                  perda zero) sao semeados, como o ADMIN do
      *                  CLIENTES.cbl.
      *  15/10/2026 GC - layouts de ORCAMENTOS.DAT e MATERIAIS.DAT
      *                  extraidos para ORCAMENTOS.CPY/MATERIAIS.CPY;
      *                  o item persistido guarda o codigo do
      *                  material, base da reserva de estoque na
      *                  aprovacao (ORCSTAT.cbl).
      *  15/10/2026 GC - cabecalho nasce com a data de aprovacao e a
      *                  do lembrete de vencimento zeradas.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       01 ORCCLI-REG.
            05 ORCCLI-FONE  PIC 9(09).

       COPY 'ORCAMENTOS.CPY'.

       FD ORCSEQ.
       01 ORCSEQ-REG.
            05 ORCSEQ-NUMERO    PIC 9(06).

       COPY 'MATERIAIS.CPY'.

       WORKING-STORAGE SECTION.
       77 ENTRADA-STATUS   PIC 9(02).
            MOVE 'M' TO MAT-CODIGO.
            MOVE 'MADEIRA' TO MAT-DESCRICAO.
            MOVE 25,00 TO MAT-CUSTO.
            MOVE ZEROS TO MAT-PERDA MAT-PRODUTO.
            MOVE 1 TO MAT-RENDIMENTO.
            WRITE MAT-REG.
            MOVE 'C' TO MAT-CODIGO.
            MOVE 'CERAMICA' TO MAT-DESCRICAO.
            MOVE WRK-CUSTO        TO ORC-CUSTO.
            MOVE WRK-CUSTO        TO ORC-TOTAL.
            MOVE SPACE            TO ORC-SITUACAO.
            MOVE ENT-MATERIAL     TO ORC-MATERIAL.
            MOVE ZEROS            TO ORC-PRODUTO ORC-QTD-RESERVADA
                                     ORC-DATA-APROVACAO
                                     ORC-DATA-LEMBRETE.
            WRITE ORC-REG
               INVALID KEY
                  DISPLAY 'ITEM DE ORCAMENTO DUPLICADO: '
               MOVE ZEROS          TO ORC-AREA ORC-CUSTO
               MOVE WRK-TOTAL-GERAL TO ORC-TOTAL
               MOVE 'A'            TO ORC-SITUACAO
               MOVE SPACE          TO ORC-MATERIAL
               MOVE ZEROS          TO ORC-PRODUTO ORC-QTD-RESERVADA
                                      ORC-DATA-APROVACAO
                                      ORC-DATA-LEMBRETE
               WRITE ORC-REG
                  INVALID KEY
                     DISPLAY 'CABECALHO DE ORCAMENTO DUPLICADO: '
