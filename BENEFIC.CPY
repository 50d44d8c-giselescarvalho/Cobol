      ******************************************************************
      * BENEFIC.CPY - layout do arquivo BENEFIC.DAT (beneficios de
      *               vale-transporte e vale-refeicao/alimentacao por
      *               funcionario), mantido pelo BENCAD.cbl, calculado
      *               pela FOLHA.cbl na folha mensal e lido pelo pedido
      *               aos fornecedores (BENPED.cbl).
      *
      * Uso: COPY 'BENEFIC.CPY'. (logo apos a SELECT BENEFICIOS do
      *      programa, dentro da FILE SECTION).
      *
      * Um registro por matricula e tipo de beneficio. O custo do mes
      * e BEN-QT-DIARIA x BEN-VALOR-UNIT x dias uteis do mes (DIAUTILS)
      * dentro da vigencia BEN-INICIO/BEN-FIM (BEN-FIM zerado = sem
      * data de fim). No VT a quantidade e de passagens por dia e o
      * valor e a tarifa; no VR/VA, de vales por dia e valor facial.
      ******************************************************************
       FD BENEFICIOS.
       01 BEN-REG.
            05 BEN-CHAVE.
                10 BEN-MATRICULA  PIC 9(06).
                10 BEN-TIPO       PIC X(02).
                    88 BEN-VT     VALUE 'VT'.
                    88 BEN-VR     VALUE 'VR'.
                    88 BEN-VA     VALUE 'VA'.
            05 BEN-QT-DIARIA      PIC 9(02).
            05 BEN-VALOR-UNIT     PIC 9(04)V99.
            05 BEN-INICIO         PIC 9(08).
            05 BEN-FIM            PIC 9(08).
      *     operadora do cartao/vale, agrupa o pedido de compra
            05 BEN-FORNECEDOR     PIC X(20).
