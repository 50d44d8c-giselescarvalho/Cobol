      ******************************************************************
      * ESTLOCAL.CPY - layout do arquivo ESTLOCAL.DAT, saldo do
      *                produto por local de armazenagem, mantido pelo
      *                ESTOQUE.cbl (entrada/saida com local e
      *                transferencia entre locais) e pelo PICKLIST.cbl
      *                (local de retirada da separacao).
      *
      * Uso: COPY 'ESTLOCAL.CPY'. (logo apos a SELECT ESTLOCAL do
      *      programa, dentro da FILE SECTION).
      *
      * PRODUTO-ESTOQUE continua sendo o saldo total do produto. So os
      * locais secundarios (deposito etc.) tem registro aqui; o local
      * principal LOJ (fundo da loja) e o total menos a soma dos
      * secundarios, de modo que quem so mexe no total (PEDSTAT,
      * DEVOLUCAO, INVENTARIO) movimenta a loja sem saber dos locais.
      * ELC-RESERVADO: quantidade do local comprometida com a
      * separacao, refeita a cada lista do PICKLIST.
      ******************************************************************
       FD ESTLOCAL.
       01 ELC-REG.
            05 ELC-CHAVE.
                10 ELC-PRODUTO   PIC 9(06).
                10 ELC-LOCAL     PIC X(03).
            05 ELC-SALDO         PIC 9(05)V99.
            05 ELC-RESERVADO     PIC 9(05)V99.
