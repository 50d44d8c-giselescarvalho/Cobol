      ******************************************************************
      * CANCVEND.CPY - layout do CANCVEND.TXT, auditoria dos
      *                cancelamentos de venda do PDV. Cada venda
      *                cancelada no caixa (com autorizacao de um
      *                supervisor diferente do operador) grava uma
      *                linha 'C'; a emissao do arquivo de vendas grava
      *                uma linha 'E', que encerra a numeracao do
      *                movimento emitido (o PDV.MOV seguinte recomeca
      *                da venda 1). O PDV deixa as vendas canceladas
      *                fora do arquivo de vendas emitido e o
      *                CANCREL.cbl lista os cancelamentos do dia por
      *                operador.
      *
      * Uso: COPY 'CANCVEND.CPY'. (logo apos a SELECT CANCVEND do
      *      programa, dentro da FILE SECTION).
      *
      * CNV-NUMERO: posicao da venda no PDV.MOV da loja (numero
      * mostrado ao operador na captura).
      ******************************************************************
       FD CANCVEND.
       01 CNV-REG.
            05 CNV-TIPO            PIC X(01).
                88 CNV-CANCELAMENTO VALUE 'C'.
                88 CNV-EMISSAO      VALUE 'E'.
            05 CNV-DATA-MOV        PIC 9(08).
            05 CNV-LOJA            PIC X(03).
            05 CNV-NUMERO          PIC 9(05).
            05 CNV-HORA            PIC 9(08).
      *     operador da venda e supervisor que autorizou
            05 CNV-OPERADOR        PIC X(20).
            05 CNV-SUPERVISOR      PIC X(20).
            05 CNV-MOTIVO          PIC X(02).
                88 CNV-MOT-DIGITACAO  VALUE '01'.
                88 CNV-MOT-DESISTENCIA VALUE '02'.
                88 CNV-MOT-PAGAMENTO  VALUE '03'.
                88 CNV-MOT-PRODUTO    VALUE '04'.
                88 CNV-MOT-OUTROS     VALUE '99'.
                88 CNV-MOTIVO-VALIDO  VALUES '01' '02' '03' '04'
                                             '99'.
      *     venda cancelada, como estava no PDV.MOV
            05 CNV-VENDEDOR        PIC X(10).
            05 CNV-VALOR           PIC S9(06)V99.
            05 CNV-FORMA-PAG       PIC X(01).
            05 CNV-PRODUTO         PIC 9(06).
            05 CNV-QTD             PIC 9(03).
