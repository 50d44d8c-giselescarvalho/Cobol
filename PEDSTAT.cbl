      *                  (PEDIDOS-DATA-ENTREGA / PEDIDOS-RECEBEDOR);
      *                  o prometido x realizado mensal sai no
      *                  PEDPRAZO.cbl.
      *  15/10/2026 GC - lotes com validade: a saida da separacao
      *                  baixa os lotes do produto pelo que vence
      *                  primeiro (LOTEMOV.cbl); o estorno do
      *                  cancelamento volta como saldo sem lote.
      *  15/10/2026 GC - kits (KITS.DAT via KITLER.cbl): item de kit
      *                  movimenta saldo, reserva, lotes e livro em
      *                  cada componente, na quantidade do item vezes
      *                  a do componente; o kit nao tem saldo proprio.
      *  15/10/2026 GC - pendencias de entrega (PENDENC.DAT): o modo A
      *                  mostra as pendencias do pedido (aberta, com
      *                  quanto ja reservado, ou atendida e por qual
      *                  pedido complementar) e, no pedido
      *                  complementar, a chave do original; cancelar
      *                  o pedido original cancela as pendencias
      *                  abertas e devolve o que elas ja reservavam.
      *  15/10/2026 GC - avisos de andamento ao cliente: a separacao
      *                  (R > S) e a confirmacao de entrega (X > E)
      *                  enfileiram os eventos SEPARADO e ENTREGUE
      *                  (este com a data e quem recebeu) na
      *                  NOTIFICA.SPL (NOTIFICA.CPY), respeitando a
      *                  preferencia do cliente (CLIENTES-AVISOS). O
      *                  EXPEDIDO sai pelo ROMANEIO.cbl, quando o
      *                  pedido ganha numero de romaneio.
      *  15/10/2026 GC - pedido cancelado marcado em PEDMARCA.MOV
      *                  para o resumo mensal de vendas (VENDMES.cbl),
      *                  que passa o valor dele para cancelado.
      *  15/10/2026 GC - bloco escolar novo do NOTIFICA.CPY gravado em
      *                  branco no aviso de pedido.
      *  15/10/2026 GC - blocos de orcamento e de endereco de entrega
      *                  do NOTIFICA.CPY gravados em branco no aviso de
      *                  pedido.
      *  15/10/2026 GC - pontos de fidelidade na confirmacao de
      *                  entrega (X > E): o valor do pedido pontua o
      *                  cliente em PONTOS.DAT (PONTOS.cbl), com o
      *                  pedido como documento para o estorno da
      *                  devolucao. Bloco de pontos do NOTIFICA.CPY
      *                  gravado em branco no aviso de pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'ESTMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.
      * Pendencias de entrega do pedido (opcional).
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
      * Cadastro de clientes (opcional), para o aviso de andamento.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
      * Fila de notificacoes consumida pelo NOTPROC.cbl.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
           SELECT PEDSTAT-REL
             ASSIGN TO 'PEDSTAT.REL'
               ORGANIZATION IS LINE SEQUENTIAL

       COPY 'ESTMOV.CPY'.

       COPY 'PENDENC.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'NOTIFICA.CPY'.

       FD PEDSTAT-REL.
       01 PEDSTAT-REL-REG       PIC X(132).

       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       01 WRK-LOTEMOV-PARM.
            05 WRK-LTM-OPERACAO     PIC X(01).
            05 WRK-LTM-PRODUTO      PIC 9(06).
            05 WRK-LTM-QTD          PIC 9(05)V99.
            05 WRK-LTM-LOTE         PIC X(10).
            05 WRK-LTM-VALIDADE     PIC 9(08).
            05 WRK-LTM-BAIXADO      PIC 9(05)V99.
            05 WRK-LTM-LOTE-BAIXADO PIC X(10).
       01 WRK-KIT-PEDIDO.
            05 WRK-KIT-PRODUTO     PIC 9(06).
            05 WRK-KIT-QT-COMP     PIC 9(02).
            05 WRK-KIT-COMP OCCURS 20 TIMES INDEXED BY WRK-IX-KIT.
                10 WRK-KIT-COMPONENTE PIC 9(06).
                10 WRK-KIT-QTD        PIC 9(05)V99.
       77 WRK-QTD-COMP     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRODUTO-MOV  PIC 9(06) VALUE ZEROS.
       77 PENDENC-STATUS   PIC 9(02).
       77 WRK-TEM-PENDENC  PIC X(01) VALUE 'N'.
       77 WRK-FIM-PENDENC  PIC X(01) VALUE 'N'.
       77 WRK-ACAO-PENDENC PIC X(01) VALUE SPACE.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-TEM-CLIENTES PIC X(01) VALUE 'N'.
       77 NOTIFICA-STATUS  PIC 9(02).
       COPY 'PONTOSWS.COB'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
                     CLOSE ESTMOV
                     OPEN EXTEND ESTMOV
                  END-IF
               OPEN I-O PENDENC
               IF PENDENC-STATUS = 0
                  MOVE 'S' TO WRK-TEM-PENDENC
               END-IF
               OPEN INPUT CLIENTES
               IF CLIENTES-STATUS = 0
                  MOVE 'S' TO WRK-TEM-CLIENTES
               END-IF
               OPEN EXTEND NOTIFICA
                 IF NOTIFICA-STATUS = 35 THEN
                     OPEN OUTPUT NOTIFICA
                     CLOSE NOTIFICA
                     OPEN EXTEND NOTIFICA
                  END-IF
            END-IF.
            IF PEDIDOS-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
                  DISPLAY 'PRODUTO: ' PEDIDOS-PRODUTO
                          ' SITUACAO ATUAL: ' PEDIDOS-SITUACAO
                  PERFORM 5050-LISTA-ITENS
                  IF PEDIDOS-ORIGEM NOT = ZEROS
                     DISPLAY 'COMPLEMENTO DO PEDIDO '
                             PEDIDOS-ORIG-FONE ' ' PEDIDOS-ORIG-DATA
                             ' ' PEDIDOS-ORIG-HORA
                  END-IF
                  IF WRK-TEM-PENDENC = 'S'
                     MOVE 'L' TO WRK-ACAO-PENDENC
                     PERFORM 5070-VARRE-PENDENCIAS
                  END-IF
                  IF PED-ENTREGUE OR PED-CANCELADO
                     DISPLAY 'PEDIDO JA ENCERRADO - NAO AVANCA'
                  ELSE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pendencias do pedido corrente: L lista, C cancela as abertas
      * devolvendo a reserva que ja tinham.
      *----------------------------------------------------------------
       5070-VARRE-PENDENCIAS.
            MOVE 'N' TO WRK-FIM-PENDENC.
            MOVE PEDIDOS-FONE TO PEN-FONE.
            MOVE PEDIDOS-DATA TO PEN-DATA.
            MOVE PEDIDOS-HORA TO PEN-HORA.
            MOVE ZEROS        TO PEN-SEQ.
            START PENDENC KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-PENDENC
            END-START.
            PERFORM 5075-TRATA-PENDENCIA UNTIL WRK-FIM-PENDENC = 'S'.

       5075-TRATA-PENDENCIA.
            READ PENDENC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-PENDENC
               NOT AT END
                  IF PEN-FONE = PEDIDOS-FONE
                     AND PEN-DATA = PEDIDOS-DATA
                     AND PEN-HORA = PEDIDOS-HORA
                     IF WRK-ACAO-PENDENC = 'L'
                        PERFORM 5080-LISTA-PENDENCIA
                     ELSE
                        IF PEN-ABERTA
                           PERFORM 5090-CANCELA-PENDENCIA
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-PENDENC
                  END-IF
            END-READ.

       5080-LISTA-PENDENCIA.
            EVALUATE TRUE
               WHEN PEN-ABERTA
                  DISPLAY '  PENDENTE ' PEN-PRODUTO SPACE
                          PEN-DESCRICAO ' QTD ' PEN-QTD
                          ' RESERVADO ' PEN-RESERVADO
               WHEN PEN-ATENDIDA
                  DISPLAY '  PENDENCIA ' PEN-PRODUTO
                          ' ATENDIDA EM ' PEN-DATA-ATENDE
                          ' PEDIDO ' PEN-GER-FONE ' ' PEN-GER-DATA
                          ' ' PEN-GER-HORA
               WHEN OTHER
                  DISPLAY '  PENDENCIA ' PEN-PRODUTO ' CANCELADA'
            END-EVALUATE.

       5090-CANCELA-PENDENCIA.
            IF PEN-RESERVADO > ZEROS
               MOVE PEN-PRODUTO TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PEN-RESERVADO > PRODUTO-RESERVADO
                        MOVE ZEROS TO PRODUTO-RESERVADO
                     ELSE
                        SUBTRACT PEN-RESERVADO FROM PRODUTO-RESERVADO
                     END-IF
                     REWRITE PRODUTO-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO DEVOLVER RESERVA: '
                                   PEN-PRODUTO
                     END-REWRITE
               END-READ
            END-IF.
            MOVE 'C' TO PEN-SITUACAO.
            REWRITE PEN-REG
               INVALID KEY
                  DISPLAY 'ERRO AO CANCELAR PENDENCIA: ' PEN-PRODUTO
               NOT INVALID KEY
                  DISPLAY 'PENDENCIA CANCELADA: ' PEN-PRODUTO
            END-REWRITE.

       5100-APLICA-AVANCO.
            MOVE PEDIDOS-SITUACAO TO WRK-SIT-ANTERIOR.
            EVALUATE TRUE
               NOT INVALID KEY
                  DISPLAY 'NOVA SITUACAO: ' PEDIDOS-SITUACAO
                  PERFORM 5200-DECIDE-MOVIMENTO
                  IF PED-CANCELADO AND WRK-TEM-PENDENC = 'S'
                     MOVE 'C' TO WRK-ACAO-PENDENC
                     PERFORM 5070-VARRE-PENDENCIAS
                  END-IF
                  IF PED-CANCELADO
                     PERFORM 5170-MARCA-PEDIDO
                  END-IF
                  IF PED-SEPARADO OR PED-ENTREGUE
                     PERFORM 5300-AVISA-CLIENTE
                  END-IF
                  IF PED-ENTREGUE AND WRK-SIT-ANTERIOR NOT = 'E'
                     PERFORM 5400-PONTUA-ENTREGA
                  END-IF
            END-REWRITE.

      *----------------------------------------------------------------
                       PEDIDOS-DATA-PREVISTA ')'
            END-IF.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       5170-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

      *----------------------------------------------------------------
      * Separacao (R > S) baixa o saldo de cada item; cancelamento de
      * pedido ja separado/expedido estorna (entrada). Cancelamento
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Item de kit movimenta cada componente (quantidade do item vezes
      * a do componente); item comum movimenta o proprio produto.
      *----------------------------------------------------------------
       5230-APLICA-SALDO.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO WRK-PRODUTO-MOV
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 5235-APLICA-PRODUTO
            ELSE
               PERFORM 5232-APLICA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.

       5232-APLICA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO WRK-PRODUTO-MOV.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 5235-APLICA-PRODUTO.

      *----------------------------------------------------------------
      * Ajusta o saldo do produto do item e grava a linha no livro;
      * saida maior que o saldo baixa ate zero com aviso (o fisico
      * manda, o acerto e por inventario).
      *----------------------------------------------------------------
       5235-APLICA-PRODUTO.
            MOVE WRK-PRODUTO-MOV TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'PRODUTO DO ITEM SEM CADASTRO: '
                          WRK-PRODUTO-MOV
               NOT INVALID KEY
                  EVALUATE WRK-TIPO-MOV
                     WHEN 'S'
                        IF WRK-QTD-COMP > PRODUTO-ESTOQUE
                           DISPLAY 'AVISO: SALDO INSUFICIENTE - '
                                   'BAIXADO ATE ZERO: '
                                   WRK-PRODUTO-MOV
                           MOVE ZEROS TO PRODUTO-ESTOQUE
                        ELSE
                           SUBTRACT WRK-QTD-COMP FROM PRODUTO-ESTOQUE
                        END-IF
                        PERFORM 5250-LIBERA-RESERVA
                     WHEN 'E'
                        ADD WRK-QTD-COMP TO PRODUTO-ESTOQUE
                     WHEN 'R'
                        PERFORM 5250-LIBERA-RESERVA
                  END-EVALUATE
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR SALDO: '
                                WRK-PRODUTO-MOV
                     NOT INVALID KEY
                        IF WRK-TIPO-MOV NOT = 'R'
                           PERFORM 5240-GRAVA-MOVIMENTO
                           ADD 1 TO WRK-QT-MOVIMENTOS
                        END-IF
                        IF WRK-TIPO-MOV = 'S'
                           PERFORM 5245-BAIXA-LOTES
                        END-IF
                  END-REWRITE
            END-READ.

       5245-BAIXA-LOTES.
            MOVE 'S'             TO WRK-LTM-OPERACAO.
            MOVE WRK-PRODUTO-MOV TO WRK-LTM-PRODUTO.
            MOVE WRK-QTD-COMP    TO WRK-LTM-QTD.
            CALL 'LOTEMOV' USING WRK-LOTEMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       5250-LIBERA-RESERVA.
            IF WRK-QTD-COMP > PRODUTO-RESERVADO
               MOVE ZEROS TO PRODUTO-RESERVADO
            ELSE
               SUBTRACT WRK-QTD-COMP FROM PRODUTO-RESERVADO
            END-IF.

       5240-GRAVA-MOVIMENTO.
            MOVE WRK-DATA-MOV    TO MOV-DATA.
            ACCEPT MOV-HORA FROM TIME.
            MOVE WRK-PRODUTO-MOV TO MOV-PRODUTO.
            MOVE WRK-TIPO-MOV    TO MOV-TIPO.
            MOVE WRK-QTD-COMP    TO MOV-QTD.
            MOVE SPACES          TO MOV-DOCUMENTO.
            STRING PEDIDOS-FONE DELIMITED BY SIZE
                   PEDIDOS-DATA DELIMITED BY SIZE
                   PEDIDOS-HORA DELIMITED BY SIZE
            MOVE PRODUTO-UNIDADE TO MOV-UNIDADE.
            WRITE ESTMOV-REG.

      *----------------------------------------------------------------
      * Aviso de andamento ao cliente (SEPARADO / ENTREGUE) na fila
      * NOTIFICA.SPL, salvo se o cliente recusou aquele aviso no
      * cadastro; pedido de cliente sem cadastro nao gera aviso.
      *----------------------------------------------------------------
       5300-AVISA-CLIENTE.
            IF WRK-TEM-CLIENTES = 'S'
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PED-SEPARADO AND NOT CLI-SEM-AVISO-SEPARADO
                        MOVE 'SEPARADO' TO NOTIF-EVENTO
                        PERFORM 5310-GRAVA-AVISO
                     END-IF
                     IF PED-ENTREGUE AND NOT CLI-SEM-AVISO-ENTREGUE
                        MOVE 'ENTREGUE' TO NOTIF-EVENTO
                        PERFORM 5310-GRAVA-AVISO
                     END-IF
               END-READ
            END-IF.

       5310-GRAVA-AVISO.
            MOVE WRK-DATA-MOV   TO NOTIF-DATA.
            ACCEPT NOTIF-HORA FROM TIME.
            MOVE CLIENTES-FONE  TO NOTIF-FONE.
            MOVE CLIENTES-NOME  TO NOTIF-NOME.
            MOVE CLIENTES-EMAIL TO NOTIF-EMAIL.
            MOVE PEDIDOS-DATA   TO NOTIF-PED-DATA.
            MOVE PEDIDOS-HORA   TO NOTIF-PED-HORA.
            MOVE SPACES TO NOTIF-TRANSP NOTIF-RECEBEDOR NOTIF-ESCOLA
                           NOTIF-ORCAMENTO NOTIF-ENTREGA NOTIF-PONTOS.
            MOVE PEDIDOS-MANIFESTO     TO NOTIF-MANIFESTO.
            MOVE PEDIDOS-DATA-PREVISTA TO NOTIF-DATA-PREVISTA.
            MOVE ZEROS TO NOTIF-DATA-ENTREGA.
            IF PED-ENTREGUE
               MOVE PEDIDOS-DATA-ENTREGA TO NOTIF-DATA-ENTREGA
               MOVE PEDIDOS-RECEBEDOR    TO NOTIF-RECEBEDOR
            END-IF.
            WRITE NOTIF-REG.
            DISPLAY 'AVISO ' NOTIF-EVENTO ' ENFILEIRADO PARA O CLIENTE'.

      *----------------------------------------------------------------
      * Pontos de fidelidade do pedido entregue (valor dos itens, sem
      * o frete), contados do dia da entrega. O PONTOS.cbl recusa o
      * mesmo pedido duas vezes.
      *----------------------------------------------------------------
       5400-PONTUA-ENTREGA.
            MOVE 'G'                  TO PNT-FUNCAO.
            MOVE 'PEDSTAT'            TO PNT-ORIGEM.
            MOVE PEDIDOS-FONE         TO PNT-FONE.
            MOVE PEDIDOS-DATA-ENTREGA TO PNT-DATA.
            MOVE PEDIDOS-CHAVE        TO PNT-DOCUMENTO.
            MOVE PEDIDOS-VALOR        TO PNT-VALOR.
            MOVE ZEROS                TO PNT-PONTOS.
            MOVE 'N'                  TO PNT-RESULTADO.
            CALL 'PONTOS' USING PNT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF PNT-RESULTADO = 'S'
               DISPLAY 'PONTOS DE FIDELIDADE: ' PNT-PONTOS
                       '  SALDO DO CLIENTE: ' PNT-SALDO
            END-IF.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            IF WRK-TEM-ITENS = 'S'
            IF WRK-MODO = 'A'
               CLOSE PRODUTOS
               CLOSE ESTMOV
               IF WRK-TEM-PENDENC = 'S'
                  CLOSE PENDENC
               END-IF
               IF WRK-TEM-CLIENTES = 'S'
                  CLOSE CLIENTES
               END-IF
               CLOSE NOTIFICA
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
