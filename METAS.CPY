      ******************************************************************
      * METAS.CPY - layout do arquivo de metas mensais de venda por
      *             vendedor METAS.DAT, mantido na tela de vendedores
      *             (VENDEDOR.cbl) e confrontado diariamente com o
      *             total do mes de VENDEDOR.DAT pelo METAVEND.cbl.
      *
      * Uso: COPY 'METAS.CPY'. (logo apos a SELECT METAS do
      *      programa, dentro da FILE SECTION).
      *
      * Uma linha por vendedor e mes (AAAAMM); meta gravada com
      * valor zerado e excluida na manutencao.
      ******************************************************************
       FD METAS.
       01 MET-REG.
            05 MET-CHAVE.
                10 MET-VENDEDOR   PIC X(10).
                10 MET-ANOMES     PIC 9(06).
            05 MET-VALOR          PIC 9(09)V99.
            05 MET-DATA-ALTER     PIC 9(08).
