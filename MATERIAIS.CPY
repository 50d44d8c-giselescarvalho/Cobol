      ******************************************************************
      * MATERIAIS.CPY - layout do cadastro MATERIAIS.DAT (materiais do
      *                 orcamento), mantido pelo MATERIAL.cbl e lido
      *                 pelo ORCAMENTO.cbl (custeio) e pelo ORCSTAT.cbl
      *                 (reserva de estoque na aprovacao).
      *
      * Uso: COPY 'MATERIAIS.CPY'. (logo apos a SELECT MATERIAIS do
      *      programa, dentro da FILE SECTION).
      *
      * MAT-PRODUTO: produto do PRODUTOS.DAT que atende o material
      * (zero = material sem controle de estoque, como mao de obra).
      * MAT-RENDIMENTO: m2 cobertos por uma unidade do produto (caixa
      * de piso, placa, peca); 1 = produto vendido por m2. A area
      * orcada com a perda, dividida pelo rendimento, e a quantidade
      * do produto reservada na aprovacao do orcamento.
      ******************************************************************
       FD MATERIAIS.
       01 MAT-REG.
            05 MAT-CODIGO     PIC X(01).
            05 MAT-DESCRICAO  PIC X(20).
            05 MAT-CUSTO      PIC 9(05)V99.
      *     perda em percentual aplicada sobre a area medida
            05 MAT-PERDA      PIC 9(02)V99.
            05 MAT-PRODUTO    PIC 9(06).
            05 MAT-RENDIMENTO PIC 9(03)V9999.
