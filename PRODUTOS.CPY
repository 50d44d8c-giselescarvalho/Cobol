            05 PRODUTO-LEADTIME   PIC 9(03).
      *     unidade de medida (UN, MT, KG, LT...)
            05 PRODUTO-UNIDADE    PIC X(03).
      *     classe da curva ABC por valor vendido, regravada todo mes
      *     pelo ABCPROD.cbl (branco = ainda nao classificado); usada
      *     na prioridade de reposicao, na frequencia de contagem e no
      *     enderecamento no deposito
            05 PRODUTO-CLASSE-ABC PIC X(01).
                88 PROD-CLASSE-A  VALUE 'A'.
                88 PROD-CLASSE-B  VALUE 'B'.
                88 PROD-CLASSE-C  VALUE 'C'.
      *     data da ultima contagem fisica do produto, carimbada na
      *     apuracao do INVENTARIO.cbl (geral ou ciclica); zero = nunca
      *     contado
            05 PRODUTO-DATA-CONTAGEM PIC 9(08).
      *     peso bruto (kg) e volume (m3) de uma unidade, mantidos na
      *     tela do SegPartProg02.cbl; o peso do pedido (e o excesso
      *     de peso do frete) sai da soma quantidade x PRODUTO-PESO
      *     dos itens, e o ROMANEIO.cbl soma peso e volume para
      *     conferir a capacidade do veiculo (VEICULO.CPY). Kit tem
      *     peso e volume proprios, do kit montado. Zero = nao
      *     informado (nao pesa na conta)
            05 PRODUTO-PESO       PIC 9(04)V999.
            05 PRODUTO-VOLUME     PIC 9(02)V9999.
