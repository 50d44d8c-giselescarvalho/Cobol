      ******************************************************************
      * ORCAMENTOS.CPY - layout do arquivo ORCAMENTOS.DAT (orcamentos
      *                  persistidos pelo ORCAMENTO.cbl), compartilhado
      *                  com o ORCSTAT.cbl (situacao, reserva de
      *                  estoque e conversao em fatura).
      *
      * Uso: COPY 'ORCAMENTOS.CPY'. (logo apos a SELECT ORCAMENTOS do
      *      programa, dentro da FILE SECTION).
      *
      * Registro 000 = cabecalho (com a situacao), 001+ = itens.
      * ORC-MATERIAL: codigo do material orcado (MATERIAIS.CPY);
      * branco nos orcamentos anteriores ao vinculo com o estoque.
      * ORC-PRODUTO / ORC-QTD-RESERVADA: produto e quantidade
      * reservados na aprovacao (unidade do produto); a rejeicao ou
      * expiracao do aprovado devolve a reserva e a conversao em
      * fatura da a saida no ESTMOV.LOG.
      * ORC-DATA-APROVACAO: dia da aprovacao (cabecalho), base dos
      * dias ate a aprovacao no funil mensal (ORCFUNIL.cbl).
      * ORC-DATA-LEMBRETE: dia em que o lembrete de vencimento foi
      * enfileirado pelo ORCVENC.cbl (cabecalho); zero = nao enviado.
      ******************************************************************
       FD ORCAMENTOS.
       01 ORC-REG.
            05 ORC-CHAVE.
                10 ORC-NUMERO   PIC 9(06).
                10 ORC-SEQ      PIC 9(03).
            05 ORC-TIPO         PIC X(01).
                88 ORC-CABECALHO VALUE 'H'.
                88 ORC-ITEM-REG  VALUE 'I'.
            05 ORC-DATA         PIC 9(08).
            05 ORC-FONE         PIC 9(09).
            05 ORC-ITEM         PIC X(20).
            05 ORC-AREA         PIC 9(07)V9999.
            05 ORC-CUSTO        PIC 9(07)V99.
            05 ORC-TOTAL        PIC 9(09)V99.
            05 ORC-SITUACAO     PIC X(01).
                88 ORC-ABERTO    VALUE 'A'.
                88 ORC-APROVADO  VALUE 'P'.
                88 ORC-REJEITADO VALUE 'R'.
                88 ORC-EXPIRADO  VALUE 'E'.
                88 ORC-FATURADO  VALUE 'F'.
            05 ORC-MATERIAL     PIC X(01).
            05 ORC-PRODUTO      PIC 9(06).
            05 ORC-QTD-RESERVADA PIC 9(05)V99.
            05 ORC-DATA-APROVACAO PIC 9(08).
            05 ORC-DATA-LEMBRETE  PIC 9(08).
