      ******************************************************************
      * LOJAS.CPY - layout do cadastro de lojas LOJAS.DAT, mantido
      *             pelo LOJA.cbl. Cada loja ativa tem o seu arquivo de
      *             vendas do dia (emitido pelo PDV da loja, com o
      *             codigo da loja no header) e e fechada em separado
      *             pelo FECHAMENTO, com checkpoint proprio
      *             (FECHAnnn.CKP). CAIXACONF, CONCILIA, FECHAMES e o
      *             resumo do FECHADIA abrem os numeros por loja.
      *
      * Uso: COPY 'LOJAS.CPY'. (logo apos a SELECT LOJAS do
      *      programa, dentro da FILE SECTION).
      *
      * LOJA-ARQ-VENDAS: nome do arquivo de vendas do dia da loja;
      * em branco vale VENDASnnn.TXT (nnn = codigo). Sem o cadastro
      * o sistema continua de loja unica, com VENDAS.TXT. Exclusao e
      * logica (situacao I): a loja sai do fechamento mas o
      * historico continua apontando para ela.
      ******************************************************************
       FD LOJAS.
       01 LOJA-REG.
            05 LOJA-CODIGO        PIC X(03).
            05 LOJA-NOME          PIC X(30).
            05 LOJA-ARQ-VENDAS    PIC X(30).
            05 LOJA-SITUACAO      PIC X(01).
                88 LOJA-ATIVA     VALUE 'A'.
                88 LOJA-INATIVA   VALUE 'I'.
