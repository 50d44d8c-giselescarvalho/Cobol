      *     itens), base do livro fiscal mensal (LIVROFIS.cbl);
      *     faturas antigas tem zeros
            05 FAT-IMPOSTO      PIC 9(09)V99.
      *     UF de destino (CLIENTES-UF), aliquota de ICMS aplicada
      *     (tabela ICMSUF.DAT) e DIFAL do item (no cabecalho, a
      *     soma), base da apuracao por UF do LIVROFIS.cbl;
      *     faturas antigas tem espacos/zeros
            05 FAT-UF-DESTINO   PIC X(02).
            05 FAT-ALIQ-ICMS    PIC 9(02)V99.
            05 FAT-DIFAL        PIC 9(09)V99.
