      ******************************************************************
      * PENDENC.CPY - layout do arquivo PENDENC.DAT (pendencias de
      *               entrega): a parte de um item de pedido que nao
      *               tinha saldo disponivel na entrada e que o
      *               cliente aceitou receber depois. Gravado pelo
      *               PEDENTRA.cbl e pelo PEDLOTE.cbl; cada entrada
      *               do produto no ESTOQUE.cbl reserva o que puder
      *               (PEN-RESERVADO, somado tambem em
      *               PRODUTO-RESERVADO) e, com a pendencia toda
      *               reservada, gera o pedido de entrega
      *               complementar (PEDIDOS-ORIGEM = chave do pedido
      *               original) que segue pelo PICKLIST, ROMANEIO e
      *               PEDSTAT como qualquer pedido. Pendencias em
      *               aberto saem no PENDREL.cbl.
      *
      * Uso: COPY 'PENDENC.CPY'. (logo apos a SELECT PENDENC do
      *      programa, dentro da FILE SECTION).
      *
      * A chave e a do pedido original mais a sequencia da pendencia
      * dentro dele. Preco unitario, UF, transportadora, prazo e
      * endereco de entrega sao os do pedido original; o frete ja foi
      * cobrado nele.
      ******************************************************************
       FD PENDENC.
       01 PEN-REG.
            05 PEN-CHAVE.
                10 PEN-FONE      PIC 9(09).
                10 PEN-DATA      PIC 9(08).
                10 PEN-HORA      PIC 9(08).
                10 PEN-SEQ       PIC 9(03).
            05 PEN-PRODUTO       PIC 9(06).
            05 PEN-DESCRICAO     PIC X(20).
            05 PEN-QTD           PIC 9(03)V99.
            05 PEN-RESERVADO     PIC 9(03)V99.
            05 PEN-PRECO-UNIT    PIC 9(07)V99.
            05 PEN-UF            PIC X(02).
            05 PEN-TRANSP        PIC X(03).
            05 PEN-PRAZO         PIC 9(02).
            05 PEN-SITUACAO      PIC X(01).
                88 PEN-ABERTA    VALUE 'A'.
                88 PEN-ATENDIDA  VALUE 'T'.
                88 PEN-CANCELADA VALUE 'C'.
      *     pedido complementar gerado quando a pendencia foi toda
      *     reservada; zeros enquanto aberta
            05 PEN-PEDIDO-GERADO.
                10 PEN-GER-FONE  PIC 9(09).
                10 PEN-GER-DATA  PIC 9(08).
                10 PEN-GER-HORA  PIC 9(08).
            05 PEN-DATA-ATENDE   PIC 9(08).
      *     endereco de entrega do pedido original (ENDERECOS.CPY;
      *     zero = endereco do cadastro), herdado pelo complementar
            05 PEN-ENDERECO-SEQ  PIC 9(02).
