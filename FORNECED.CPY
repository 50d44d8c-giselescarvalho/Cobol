      ******************************************************************
      * FORNECED.CPY - layout do arquivo mestre FORNECED.DAT
      *                (cadastro de fornecedores mantido pelo
      *                FORNEC.cbl), compartilhado pelos programas de
      *                compras e de contas a pagar, em vez de
      *                duplicado em cada um (mesmo movimento do
      *                PRODUTOS.CPY e do CLIENTES.CPY).
      *
      * Uso: COPY 'FORNECED.CPY'. (logo apos a SELECT FORNECEDORES
      *      do programa, dentro da FILE SECTION).
      ******************************************************************
       FD FORNECEDORES.
       01 FOR-REG.
            05 FOR-CODIGO    PIC 9(04).
            05 FOR-NOME      PIC X(30).
            05 FOR-CNPJ      PIC X(14).
            05 FOR-SITUACAO  PIC X(01).
                88 FOR-ATIVO   VALUE 'A'.
                88 FOR-INATIVO VALUE 'I'.
