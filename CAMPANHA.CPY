      ******************************************************************
      * CAMPANHA.CPY - layout do arquivo CAMPANHA.DAT, campanhas de
      *                promocao com data de inicio e fim. Mantido
      *                pelo CAMPCAD.cbl; lido pela PROMOSEL.cbl, que
      *                devolve a melhor campanha valida para um
      *                produto numa data a quem preca o item
      *                (PEDENTRA, PEDLOTE, PEDALTER, RECORGER e PDV).
      *
      * Uso: COPY 'CAMPANHA.CPY'. (logo apos a SELECT CAMPANHA do
      *      programa, dentro da FILE SECTION).
      *
      * A campanha vale para os produtos de CAM-PROD-INI a
      * CAM-PROD-FIM (um produto so: os dois iguais). CAM-TIPO P
      * desconta CAM-DESCONTO por cento do PRODUTO-PRECO; V desconta
      * CAM-DESCONTO reais por unidade. CAM-CATEGORIA restringe a
      * uma categoria de cliente (V/A/P do CLIENTES-CATEGORIA);
      * brancos vale para todas. O preco promocional substitui o
      * PRODUTO-PRECO e o desconto da categoria continua valendo
      * sobre ele, como quando a promocao era feita pelo PRECAJUS.
      ******************************************************************
       FD CAMPANHA.
       01 CAM-REG.
            05 CAM-CODIGO          PIC X(06).
            05 CAM-DESCRICAO       PIC X(30).
            05 CAM-DATA-INI        PIC 9(08).
            05 CAM-DATA-FIM        PIC 9(08).
            05 CAM-PROD-INI        PIC 9(06).
            05 CAM-PROD-FIM        PIC 9(06).
            05 CAM-TIPO            PIC X(01).
                88 CAM-PERCENTUAL  VALUE 'P'.
                88 CAM-VALOR-FIXO  VALUE 'V'.
            05 CAM-DESCONTO        PIC 9(07)V99.
            05 CAM-CATEGORIA       PIC X(01).
            05 CAM-SITUACAO        PIC X(01).
                88 CAM-ATIVA       VALUE 'A'.
                88 CAM-CANCELADA   VALUE 'C'.
