      *           recalculados e o antes/depois sai em PEDAUDIT.LOG,
      *           no mesmo espirito do CLIAUDIT.LOG do cadastro de
      *           clientes. Pedido ja separado nao se altera.
      * Modification History:
      *  15/10/2026 GC - kits (KITS.DAT via KITLER.cbl): a troca para
      *                  um kit confere o disponivel de cada
      *                  componente, e a devolucao e a nova reserva
      *                  do item de kit sao feitas nos componentes.
      *  15/10/2026 GC - campanhas de promocao (PROMOSEL.cbl): o item
      *                  trocado e repreciado pela melhor campanha
      *                  valida na data do pedido, com o desconto da
      *                  categoria por cima, e regrava
      *                  ITEM-CAMPANHA/ITEM-DESC-CAMPANHA.
      *  15/10/2026 GC - peso do frete recalculado pela soma ITEM-QTD x
      *                  PRODUTO-PESO dos itens; so o pedido legado
      *                  sem itens ainda pede o peso digitado.
      *  15/10/2026 GC - pedido alterado marcado em PEDMARCA.MOV para
      *                  o resumo mensal de vendas (VENDMES.cbl).
      *  15/10/2026 GC - troca de UF zera o endereco de entrega do
      *                  pedido (PEDIDOS-ENDERECO-SEQ).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-FRETE-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAXA-USADA     PIC 9V999 VALUE ZEROS.
       77 WRK-PRAZO-USADO    PIC 9(02) VALUE ZEROS.
       77 WRK-CATEG-PEDIDO   PIC X(01) VALUE SPACES.
       01 WRK-PROMOSEL-PEDIDO.
            05 WRK-PMS-PRODUTO     PIC 9(06).
            05 WRK-PMS-DATA        PIC 9(08).
            05 WRK-PMS-CATEGORIA   PIC X(01).
            05 WRK-PMS-PRECO       PIC 9(07)V99.
            05 WRK-PMS-CAMPANHA    PIC X(06).
            05 WRK-PMS-PRECO-PROMO PIC 9(07)V99.
      *----------------------------------------------------------------
      * Area da TRANSPSEL, para repreciar pela tarifa da
      * transportadora carimbada no pedido.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       01 WRK-TRANSPSEL-PEDIDO.
            05 WRK-TSP-UF            PIC X(02).
            05 WRK-TSP-CODIGO-PEDIDO PIC X(03).
            05 WRK-ANT-VALOR    PIC 9(07)V99.
            05 WRK-ANT-FRETE    PIC 9(07)V99.
            05 WRK-ANT-PREVISTA PIC 9(08).
       01 WRK-KIT-PEDIDO.
            05 WRK-KIT-PRODUTO     PIC 9(06).
            05 WRK-KIT-QT-COMP     PIC 9(02).
            05 WRK-KIT-COMP OCCURS 20 TIMES INDEXED BY WRK-IX-KIT.
                10 WRK-KIT-COMPONENTE PIC 9(06).
                10 WRK-KIT-QTD        PIC 9(05)V99.
       77 WRK-QTD-COMP     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-KIT-FALTA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-CREDITO  PIC 9(07)V99 VALUE ZEROS.
       COPY 'SESSAO.CPY'.
       COPY 'TABFRETE.CPY'.
       COPY 'TABCATEG.CPY'.
               INVALID KEY
                  MOVE SPACES TO CLIENTES-CATEGORIA
            END-READ.
            MOVE CLIENTES-CATEGORIA TO WRK-CATEG-PEDIDO.
            EVALUATE TRUE
               WHEN CLI-ATACADO
                  MOVE WRK-DESC-ATACADO TO WRK-DESC-CATEGORIA

      *----------------------------------------------------------------
      * Troca de item: ajusta a reserva do produto antigo, valida e
      * repreca o novo pelo cadastro (ou pela campanha valida na
      * data do pedido) com o desconto da categoria.
      *----------------------------------------------------------------
       4100-TROCA-ITEM.
            DISPLAY 'SEQUENCIA DO ITEM A TROCAR: '.
                        IF WRK-QTD = ZEROS
                           DISPLAY 'QUANTIDADE INVALIDA'
                        ELSE
                           PERFORM 4150-VERIFICA-KIT
                           IF WRK-KIT-FALTA = 'S'
                              DISPLAY 'COMPONENTE DO KIT SEM SALDO '
                                      'DISPONIVEL'
                           ELSE
                              PERFORM 4200-APLICA-TROCA-ITEM
                           END-IF
                        END-IF
                  END-READ
            END-READ.

      *----------------------------------------------------------------
      * Troca para kit: cada componente precisa de disponivel para a
      * nova quantidade; se o item ja era o mesmo kit, a reserva dele
      * conta a favor. No fim o kit volta para a area do PRODUTOS.
      *----------------------------------------------------------------
       4150-VERIFICA-KIT.
            MOVE 'N' TO WRK-KIT-FALTA.
            MOVE WRK-CODIGO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP > ZEROS
               PERFORM 4155-VERIFICA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
               MOVE WRK-CODIGO TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     MOVE 'S' TO WRK-KIT-FALTA
               END-READ
            END-IF.

       4155-VERIFICA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP = WRK-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            MOVE ZEROS TO WRK-QTD-CREDITO.
            IF ITEM-PRODUTO = WRK-CODIGO
               COMPUTE WRK-QTD-CREDITO =
                       ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT)
            END-IF.
            READ PRODUTOS
               INVALID KEY
                  MOVE 'S' TO WRK-KIT-FALTA
               NOT INVALID KEY
                  IF WRK-QTD-COMP > PRODUTO-ESTOQUE
                     - PRODUTO-RESERVADO + WRK-QTD-CREDITO
                     DISPLAY 'COMPONENTE ' PRODUTO-CODIGO ' '
                             PRODUTO-DESCRICAO(1:20) ' DISPONIVEL '
                             PRODUTO-ESTOQUE ' - RES '
                             PRODUTO-RESERVADO
                     MOVE 'S' TO WRK-KIT-FALTA
                  END-IF
            END-READ.

       4200-APLICA-TROCA-ITEM.
            PERFORM 4300-DEVOLVE-RESERVA.
            MOVE WRK-CODIGO       TO WRK-PMS-PRODUTO.
            MOVE WRK-DATA         TO WRK-PMS-DATA.
            MOVE WRK-CATEG-PEDIDO TO WRK-PMS-CATEGORIA.
            MOVE PRODUTO-PRECO    TO WRK-PMS-PRECO.
            MOVE SPACES           TO WRK-PMS-CAMPANHA.
            MOVE PRODUTO-PRECO    TO WRK-PMS-PRECO-PROMO.
            CALL 'PROMOSEL' USING WRK-PROMOSEL-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            COMPUTE WRK-PRECO-LIQUIDO ROUNDED =
                    WRK-PMS-PRECO-PROMO
                    * (100 - WRK-DESC-CATEGORIA) / 100.
            MOVE WRK-PMS-CAMPANHA TO ITEM-CAMPANHA.
            COMPUTE ITEM-DESC-CAMPANHA ROUNDED =
                    (PRODUTO-PRECO - WRK-PMS-PRECO-PROMO)
                    * (100 - WRK-DESC-CATEGORIA) / 100 * WRK-QTD.
            MOVE WRK-CODIGO TO ITEM-PRODUTO.
            MOVE PRODUTO-DESCRICAO(1:20) TO ITEM-DESCRICAO.
            MOVE WRK-QTD TO ITEM-QTD.
            END-REWRITE.

       4300-DEVOLVE-RESERVA.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 4310-DEVOLVE-PRODUTO
            ELSE
               PERFORM 4320-DEVOLVE-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.
      *     reposiciona o registro do produto novo para a troca
            MOVE WRK-CODIGO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  CONTINUE
            END-READ.

       4310-DEVOLVE-PRODUTO.
            READ PRODUTOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF WRK-QTD-COMP > PRODUTO-RESERVADO
                     MOVE ZEROS TO PRODUTO-RESERVADO
                  ELSE
                     SUBTRACT WRK-QTD-COMP FROM PRODUTO-RESERVADO
                  END-IF
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO DEVOLVER RESERVA'
                  END-REWRITE
            END-READ.

       4320-DEVOLVE-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 4310-DEVOLVE-PRODUTO.

       4400-RESERVA-NOVO.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 4410-RESERVA-PRODUTO
            ELSE
               PERFORM 4420-RESERVA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.

       4410-RESERVA-PRODUTO.
            READ PRODUTOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD WRK-QTD-COMP TO PRODUTO-RESERVADO
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR RESERVA'
                  END-REWRITE
            END-READ.

       4420-RESERVA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 4410-RESERVA-PRODUTO.

      *----------------------------------------------------------------
      * Conclusao: soma os itens de novo, recalcula o frete sobre o
      * total com peso/distancia redigitados, recalcula a data
      *----------------------------------------------------------------
       5000-CONCLUI-ALTERACAO.
            PERFORM 5100-SOMA-ITENS.
            DISPLAY 'PESO DOS ITENS (KG): ' WRK-PESO.
            DISPLAY 'DISTANCIA (KM): '.
            ACCEPT WRK-DIST.
            PERFORM 4500-LOCALIZA-TAXA.
            MOVE WRK-PRAZO-USADO TO WRK-DU-QTD-DIAS.
            MOVE WRK-UF-NOVA TO WRK-DU-UF.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
      *     UF trocada a mao deixa de ser a do endereco de entrega
      *     escolhido na digitacao
            IF WRK-UF-NOVA NOT = WRK-ANT-UF
               MOVE ZEROS TO PEDIDOS-ENDERECO-SEQ
            END-IF.
            MOVE WRK-UF-NOVA        TO PEDIDOS-UF.
            MOVE WRK-VALOR-NOVO     TO PEDIDOS-VALOR.
            MOVE WRK-FRETE-TOTAL    TO PEDIDOS-FRETE.
                          ' FRETE ' PEDIDOS-FRETE
                          ' PREVISTA ' PEDIDOS-DATA-PREVISTA
            END-REWRITE.
            PERFORM 9750-MARCA-PEDIDO.

      *----------------------------------------------------------------
      * Taxa e prazo da repreciacao: pedido carimbado com
            END-IF.

       5100-SOMA-ITENS.
            MOVE ZEROS TO WRK-VALOR-NOVO WRK-PESO.
            MOVE 'N' TO WRK-FIM-ITEM.
            MOVE WRK-FONE TO ITEM-FONE.
            MOVE WRK-DATA TO ITEM-DATA.
            END-START.
            PERFORM 5110-SOMA-ITEM UNTIL WRK-FIM-ITEM = 'S'.
      *     pedido legado sem item mantem o valor original
      *     (e, sem item para pesar, o peso ainda e digitado)
            IF WRK-VALOR-NOVO = ZEROS
               MOVE WRK-ANT-VALOR TO WRK-VALOR-NOVO
               DISPLAY 'PESO (KG) PARA O FRETE: '
               ACCEPT WRK-PESO
            END-IF.

       5110-SOMA-ITEM.
                     AND ITEM-DATA = WRK-DATA
                     AND ITEM-HORA = WRK-HORA
                     ADD ITEM-VALOR TO WRK-VALOR-NOVO
                     PERFORM 5120-PESA-ITEM
                     IF ITEM-SEQ = 1
                        MOVE ITEM-DESCRICAO TO PEDIDOS-PRODUTO
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Peso do item pelo cadastro (kit pelo peso do kit); produto
      * excluido do cadastro nao pesa.
      *----------------------------------------------------------------
       5120-PESA-ITEM.
            MOVE ITEM-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  COMPUTE WRK-PESO ROUNDED =
                          WRK-PESO + ITEM-QTD * PRODUTO-PESO
            END-READ.

       9700-GRAVA-AUDITORIA.
            ACCEPT PAUD-DATA FROM DATE YYYYMMDD.
            ACCEPT PAUD-HORA FROM TIME.
            MOVE PEDIDOS-DATA-PREVISTA TO PAUD-PREV-NOVA.
            WRITE PEDAUDIT-REG.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       9750-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PEDIDOS
