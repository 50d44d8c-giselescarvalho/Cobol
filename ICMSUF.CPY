      ******************************************************************
      * ICMSUF.CPY - layout do arquivo ICMSUF.DAT (tabela de aliquotas
      *              de ICMS por UF de origem x UF de destino, mantida
      *              pelo ICMSTAB.cbl), compartilhado pelo cadastro e
      *              pelo faturamento (FATURA.cbl), em vez de
      *              duplicado em cada um.
      *
      * Uso: COPY 'ICMSUF.CPY'. (logo apos a SELECT ICMSUF do
      *      programa, dentro da FILE SECTION).
      *
      * ICM-ALIQUOTA e a aliquota da operacao: a interna quando a
      * origem e o destino sao a mesma UF, a interestadual (4, 7 ou
      * 12%) nos demais casos. ICM-ALIQ-DESTINO e a aliquota interna
      * da UF de destino, base do DIFAL devido nas vendas a
      * consumidor final de outra UF (DIFAL = interna do destino -
      * interestadual, quando positivo).
      ******************************************************************
       FD ICMSUF.
       01 ICM-REG.
            05 ICM-CHAVE.
                10 ICM-UF-ORIGEM    PIC X(02).
                10 ICM-UF-DESTINO   PIC X(02).
            05 ICM-ALIQUOTA         PIC 9(02)V99.
            05 ICM-ALIQ-DESTINO     PIC 9(02)V99.
