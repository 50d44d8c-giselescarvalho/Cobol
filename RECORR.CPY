      ******************************************************************
      * RECORR.CPY - layout do arquivo RECORR.DAT, modelos de pedido
      *              recorrente (cliente que compra os mesmos itens a
      *              cada N dias). Mantido pelo RECORCAD.cbl; lido
      *              toda noite pelo RECORGER.cbl, etapa do FECHADIA,
      *              que gera o pedido do modelo vencido.
      *
      * Uso: COPY 'RECORR.CPY'. (logo apos a SELECT RECORR do
      *      programa, dentro da FILE SECTION).
      *
      * PRC-PROXIMA e a data do proximo pedido; gerado o pedido, ela
      * avanca PRC-FREQUENCIA dias. Modelo que passa de PRC-DATA-FIM
      * (zeros = sem fim) fica encerrado. PRC-ULT-MOTIVO guarda o
      * motivo da ultima recusa (brancos = gerado), no mesmo codigo
      * de duas letras do PEDLOTE.REJ.
      ******************************************************************
       FD RECORR.
       01 PRC-REG.
            05 PRC-CHAVE.
                10 PRC-FONE        PIC 9(09).
                10 PRC-NUMERO      PIC 9(02).
            05 PRC-FREQUENCIA      PIC 9(03).
            05 PRC-PROXIMA         PIC 9(08).
            05 PRC-DATA-FIM        PIC 9(08).
            05 PRC-SITUACAO        PIC X(01).
                88 PRC-ATIVO       VALUE 'A'.
                88 PRC-SUSPENSO    VALUE 'S'.
                88 PRC-ENCERRADO   VALUE 'E'.
            05 PRC-PESO            PIC 9(05)V99.
            05 PRC-DIST            PIC 9(05).
            05 PRC-ULT-GERACAO     PIC 9(08).
            05 PRC-ULT-MOTIVO      PIC X(02).
            05 PRC-QT-ITENS        PIC 9(02).
            05 PRC-ITEM OCCURS 10 TIMES INDEXED BY PRC-IX.
                10 PRC-PRODUTO     PIC 9(06).
                10 PRC-QTD         PIC 9(03)V99.
