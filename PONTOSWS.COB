      ******************************************************************
      * PONTOSWS.COB - area de chamada do razao de pontos de
      *                fidelidade (PONTOS.cbl / PONTOS.DAT), usada
      *                pelo PEDSTAT.cbl (ganho na entrega), PDV.cbl
      *                (ganho na venda identificada, estorno no
      *                cancelamento e resgate no balcao),
      *                DEVOLUCAO.cbl (estorno) e CLI360.cbl (saldo).
      *
      * Uso: COPY 'PONTOSWS.COB'. na WORKING-STORAGE e
      *      CALL 'PONTOS' USING PNT-PEDIDO.
      *
      * Entrada : PNT-FUNCAO - G ganho, E estorno, R resgate, S saldo;
      *           PNT-ORIGEM (programa), PNT-FONE, PNT-DATA (dia do
      *           movimento; zero = hoje) e, conforme a funcao:
      *             G - PNT-DOCUMENTO (pedido/venda) e PNT-VALOR;
      *             E - PNT-DOCUMENTO do ganho e PNT-VALOR devolvido;
      *             R - PNT-PONTOS a resgatar.
      * Saida   : PNT-RESULTADO 'S' feito / 'N' recusado, com o motivo
      *           em PNT-MENSAGEM; PNT-PONTOS movimentados; PNT-SALDO
      *           depois do movimento; no resgate, PNT-CREDITO e
      *           PNT-VALOR do credito aberto; no saldo, PNT-A-VENCER
      *           (pontos que vencem nos proximos 30 dias) e
      *           PNT-PROX-VENC (dia do primeiro vencimento).
      ******************************************************************
       01 PNT-PEDIDO.
            05 PNT-FUNCAO     PIC X(01).
            05 PNT-ORIGEM     PIC X(08).
            05 PNT-FONE       PIC 9(09).
            05 PNT-DATA       PIC 9(08).
            05 PNT-DOCUMENTO  PIC X(25).
            05 PNT-VALOR      PIC 9(09)V99.
            05 PNT-PONTOS     PIC 9(07).
            05 PNT-SALDO      PIC 9(07).
            05 PNT-A-VENCER   PIC 9(07).
            05 PNT-PROX-VENC  PIC 9(08).
            05 PNT-CREDITO    PIC 9(06).
            05 PNT-RESULTADO  PIC X(01).
            05 PNT-MENSAGEM   PIC X(40).
