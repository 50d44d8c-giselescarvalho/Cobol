      *                  ESPERA.DAT (fone + produto); a proxima
      *                  entrada do produto no ESTOQUE.cbl enfileira
      *                  o aviso na NOTIFICA.SPL e baixa o interesse.
      *  15/10/2026 GC - kits (KITS.DAT via KITLER.cbl): item de kit
      *                  confere o disponivel e reserva
      *                  PRODUTO-RESERVADO em cada componente
      *                  (quantidade do item x quantidade por kit); o
      *                  kit continua uma linha so no pedido, ao seu
      *                  PRODUTO-PRECO.
      *  15/10/2026 GC - pendencia de entrega: item sem disponivel
      *                  suficiente pode ser aceito parcialmente - o
      *                  disponivel entra no pedido e sai agora, e o
      *                  que falta vira pendencia em PENDENC.DAT
      *                  (PENDENC.CPY), reservada e entregue em pedido
      *                  complementar pelo ESTOQUE.cbl na proxima
      *                  entrada do produto. Frete e credito ja
      *                  consideram o valor pendente. Kit nao aceita
      *                  pendencia.
      *  15/10/2026 GC - campanhas de promocao (CAMPANHA.DAT via
      *                  PROMOSEL.cbl): o item entra pelo preco da
      *                  melhor campanha valida na data do movimento,
      *                  com o desconto da categoria por cima, e
      *                  grava o codigo da campanha e o desconto dado
      *                  por ela em ITEM-CAMPANHA/ITEM-DESC-CAMPANHA.
      *  15/10/2026 GC - peso do pedido deixa de ser digitado: sai da
      *                  soma quantidade x PRODUTO-PESO dos itens
      *                  (inclusive o que vai pendente) e alimenta o
      *                  excesso de peso do frete.
      *  15/10/2026 GC - pedido gravado marcado em PEDMARCA.MOV para
      *                  o resumo mensal de vendas (VENDMES.cbl).
      *  15/10/2026 GC - endereco de entrega: cliente com enderecos
      *                  ativos em ENDERECOS.DAT (obra, filial) escolhe
      *                  na digitacao onde entregar (zero = cadastro);
      *                  a UF e a cidade escolhidas valem para frete,
      *                  transportadora, feriados da DIAUTILS e
      *                  pendencias, e a sequencia fica gravada em
      *                  PEDIDOS-ENDERECO-SEQ.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
      * Pendencias de entrega (parte do item aceita sem saldo).
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
      * Enderecos de entrega do cliente (obra, filial), opcional.
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CLIENTES.CPY'.

       COPY 'ESPERA.CPY'.

       COPY 'PENDENC.CPY'.

       COPY 'ENDERECOS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       77 PEDITENS-STATUS  PIC 9(02).
       77 ESPERA-STATUS    PIC 9(02).
       77 WRK-QT-ITENS     PIC 9(02) VALUE ZEROS.
                10 WRK-ITEM-QTD       PIC 9(03)V99.
                10 WRK-ITEM-PRECO     PIC 9(07)V99.
                10 WRK-ITEM-VALOR     PIC 9(09)V99.
                10 WRK-ITEM-CAMPANHA  PIC X(06).
                10 WRK-ITEM-DESC-CAMP PIC 9(07)V99.
       01 WRK-PROMOSEL-PEDIDO.
            05 WRK-PMS-PRODUTO     PIC 9(06).
            05 WRK-PMS-DATA        PIC 9(08).
            05 WRK-PMS-CATEGORIA   PIC X(01).
            05 WRK-PMS-PRECO       PIC 9(07)V99.
            05 WRK-PMS-CAMPANHA    PIC X(06).
            05 WRK-PMS-PRECO-PROMO PIC 9(07)V99.
       77 WRK-DESC-CAMP-UNIT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAXA-USADA   PIC 9V999 VALUE ZEROS.
       77 WRK-PRAZO-USADO  PIC 9(02) VALUE ZEROS.
       01 WRK-TRANSPSEL-PEDIDO.
            05 WRK-TSP-PRAZO         PIC 9(02).
            05 WRK-TSP-CUSTO         PIC 9V999.
            05 WRK-TSP-ACHADO        PIC X(01).
       01 WRK-KIT-PEDIDO.
            05 WRK-KIT-PRODUTO     PIC 9(06).
            05 WRK-KIT-QT-COMP     PIC 9(02).
            05 WRK-KIT-COMP OCCURS 20 TIMES INDEXED BY WRK-IX-KIT.
                10 WRK-KIT-COMPONENTE PIC 9(06).
                10 WRK-KIT-QTD        PIC 9(05)V99.
       77 WRK-QTD-COMP     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-KIT-FALTA    PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * Pendencias do pedido corrente (parte dos itens sem saldo
      * aceita para entrega posterior), gravadas em PENDENC.DAT na
      * confirmacao.
      *----------------------------------------------------------------
       77 PENDENC-STATUS   PIC 9(02).
       77 WRK-QT-PEND      PIC 9(02) VALUE ZEROS.
       77 WRK-IX-PEND      PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PEND   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-PEDIDA   PIC 9(03)V99 VALUE ZEROS.
       01 WRK-PEND-TAB.
            05 WRK-PEND-LIN OCCURS 20 TIMES INDEXED BY WRK-IX-P.
                10 WRK-PEND-CODIGO    PIC 9(06).
                10 WRK-PEND-DESCRICAO PIC X(20).
                10 WRK-PEND-QTD       PIC 9(03)V99.
                10 WRK-PEND-PRECO     PIC 9(07)V99.
      *----------------------------------------------------------------
      * Endereco de entrega do pedido corrente: o do cadastro
      * (sequencia zero) ou um de ENDERECOS.DAT escolhido pelo
      * operador.
      *----------------------------------------------------------------
       77 ENDERECOS-STATUS  PIC 9(02).
       77 WRK-TEM-ENDERECOS PIC X(01) VALUE 'N'.
       77 WRK-FIM-ENDER     PIC X(01) VALUE 'N'.
       77 WRK-QT-ENDERECOS  PIC 9(02) VALUE ZEROS.
       77 WRK-ENDER-SEQ     PIC 9(02) VALUE ZEROS.
       77 WRK-ENT-ROTULO    PIC X(20) VALUE SPACES.
       77 WRK-ENT-CIDADE    PIC X(30) VALUE SPACES.
       77 WRK-ENT-UF        PIC X(02) VALUE SPACES.
       COPY 'SESSAO.CPY'.
       COPY 'TABFRETE.CPY'.
       COPY 'TABCATEG.CPY'.
            05 LINE 08 COLUMN 10 VALUE 'TELEFONE CLIENTE '.
            05 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE
                BLANK WHEN ZEROS.
            05 LINE 09 COLUMN 10 VALUE 'DISTANCIA (KM).. '.
            05 COLUMN PLUS 2 PIC 9(05) USING WRK-DIST
                BLANK WHEN ZEROS.

                  CLOSE ESPERA
                  OPEN I-O ESPERA
               END-IF.
            OPEN I-O PENDENC
              IF PENDENC-STATUS = 35 THEN
                  OPEN OUTPUT PENDENC
                  CLOSE PENDENC
                  OPEN I-O PENDENC
               END-IF.
            OPEN INPUT ENDERECOS.
            IF ENDERECOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ENDERECOS
            END-IF.
            IF CLIENTES-STATUS NOT = 0 OR PRODUTOS-STATUS NOT = 0
               DISPLAY 'CADASTROS DE CLIENTES/PRODUTOS INDISPONIVEIS'
               MOVE 'X' TO WRK-OPCAO
            MOVE 'MODULO - NOVO PEDIDO' TO WRK-MODULO.
            MOVE ZEROS TO WRK-FONE WRK-CODIGO WRK-QTD
                          WRK-PESO WRK-DIST WRK-VALOR
                          WRK-QT-ITENS WRK-ITENS-TAB
                          WRK-QT-PEND WRK-VALOR-PEND WRK-PEND-TAB.
            MOVE SPACES TO WRK-MSGERRO.
            DISPLAY TELA.
            ACCEPT TELA-PEDIDO.
            PERFORM 2100-VALIDA-CLIENTE.
            IF WRK-MSGERRO = SPACES
               PERFORM 2150-ESCOLHE-ENDERECO
            END-IF.
            IF WRK-MSGERRO = SPACES
               PERFORM 2250-RESOLVE-CATEGORIA
               PERFORM 2200-CAPTURA-ITENS
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Endereco de entrega: sem enderecos ativos em ENDERECOS.DAT
      * vale o do cadastro, sem pergunta; com enderecos, o operador
      * escolhe a sequencia (zero = cadastro). UF e cidade escolhidas
      * valem para frete, transportadora, feriados e pendencias.
      *----------------------------------------------------------------
       2150-ESCOLHE-ENDERECO.
            MOVE ZEROS          TO WRK-ENDER-SEQ WRK-QT-ENDERECOS.
            MOVE SPACES         TO WRK-ENT-ROTULO.
            MOVE CLIENTES-CIDADE TO WRK-ENT-CIDADE.
            MOVE CLIENTES-UF    TO WRK-ENT-UF.
            IF WRK-TEM-ENDERECOS = 'S'
               MOVE 'N' TO WRK-FIM-ENDER
               MOVE WRK-FONE TO ENDER-FONE
               MOVE ZEROS    TO ENDER-SEQ
               START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ENDER
               END-START
               PERFORM 2160-LISTA-ENDERECO UNTIL WRK-FIM-ENDER = 'S'
            END-IF.
            IF WRK-QT-ENDERECOS > ZEROS
               DISPLAY '00 CADASTRO ' CLIENTES-CIDADE ' ' CLIENTES-UF
               DISPLAY 'ENDERECO DE ENTREGA (0 = CADASTRO): '
               ACCEPT WRK-ENDER-SEQ
               IF WRK-ENDER-SEQ > ZEROS
                  MOVE WRK-FONE      TO ENDER-FONE
                  MOVE WRK-ENDER-SEQ TO ENDER-SEQ
                  READ ENDERECOS
                     INVALID KEY
                        MOVE 'ENDERECO DE ENTREGA INVALIDO'
                          TO WRK-MSGERRO
                     NOT INVALID KEY
                        IF ENDER-INATIVO
                           MOVE 'ENDERECO DE ENTREGA INATIVO '
                             TO WRK-MSGERRO
                        ELSE
                           MOVE ENDER-ROTULO TO WRK-ENT-ROTULO
                           MOVE ENDER-CIDADE TO WRK-ENT-CIDADE
                           MOVE ENDER-UF     TO WRK-ENT-UF
                        END-IF
                  END-READ
               END-IF
            END-IF.

       2160-LISTA-ENDERECO.
            READ ENDERECOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ENDER
               NOT AT END
                  IF ENDER-FONE NOT = WRK-FONE
                     MOVE 'S' TO WRK-FIM-ENDER
                  ELSE
                     IF ENDER-ATIVO
                        ADD 1 TO WRK-QT-ENDERECOS
                        DISPLAY ENDER-SEQ ' ' ENDER-ROTULO ' '
                                ENDER-CIDADE ' ' ENDER-UF
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Laco de itens: codigo zero encerra; cada produto e validado
      * no cadastro e entra com o preco unitario ja liquido do
            MOVE 1 TO WRK-CODIGO.
            PERFORM 2210-CAPTURA-ITEM
               UNTIL WRK-CODIGO = ZEROS
                  OR WRK-QT-ITENS = 20
                  OR WRK-QT-PEND = 20.
      *     pedido so de pendencias nao se grava: nao ha o que
      *     entregar agora (o avise-me atende esse caso)
            IF WRK-QT-ITENS = ZEROS
               IF WRK-QT-PEND > ZEROS
                  MOVE 'NADA A ENTREGAR AGORA    ' TO WRK-MSGERRO
               ELSE
                  MOVE 'PEDIDO SEM ITENS         ' TO WRK-MSGERRO
               END-IF
            END-IF.

       2210-CAPTURA-ITEM.
                  INVALID KEY
                     DISPLAY 'PRODUTO NAO CADASTRADO - IGNORADO'
                  NOT INVALID KEY
                     PERFORM 2240-VERIFICA-KIT
                     EVALUATE TRUE
                        WHEN WRK-QTD = ZEROS
                           DISPLAY 'QUANTIDADE INVALIDA - IGNORADO'
                        WHEN WRK-KIT-QT-COMP > ZEROS
                             AND WRK-KIT-FALTA = 'S'
                           DISPLAY 'COMPONENTE DO KIT SEM SALDO '
                                   'DISPONIVEL - IGNORADO'
                        WHEN WRK-KIT-QT-COMP > ZEROS
                           PERFORM 2220-ACRESCENTA-ITEM
                        WHEN WRK-QTD >
                             PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                           DISPLAY 'SEM SALDO DISPONIVEL ('
                                   PRODUTO-ESTOQUE ' - RES '
                                   PRODUTO-RESERVADO ')'
                           PERFORM 2235-OFERECE-PENDENCIA
                        WHEN OTHER
                           PERFORM 2220-ACRESCENTA-ITEM
                     END-EVALUATE
               END-WRITE
            END-IF.

      *----------------------------------------------------------------
      * Item maior que o disponivel: aceito, o disponivel entra no
      * pedido e o restante vira pendencia; recusado, o item e
      * ignorado e vale o avise-me, como antes.
      *----------------------------------------------------------------
       2235-OFERECE-PENDENCIA.
            DISPLAY 'ACEITAR O QUE FALTA COMO PENDENCIA (S/N) ? '.
            ACCEPT WRK-TECLA.
            IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
               IF PRODUTO-RESERVADO > PRODUTO-ESTOQUE
                  MOVE ZEROS TO WRK-DISPONIVEL
               ELSE
                  COMPUTE WRK-DISPONIVEL =
                          PRODUTO-ESTOQUE - PRODUTO-RESERVADO
               END-IF
               MOVE WRK-QTD TO WRK-QTD-PEDIDA
               IF WRK-DISPONIVEL > ZEROS
                  MOVE WRK-DISPONIVEL TO WRK-QTD
                  PERFORM 2220-ACRESCENTA-ITEM
               ELSE
                  PERFORM 2225-PRECO-CAMPANHA
               END-IF
               ADD 1 TO WRK-QT-PEND
               SET WRK-IX-P TO WRK-QT-PEND
               MOVE PRODUTO-CODIGO TO WRK-PEND-CODIGO(WRK-IX-P)
               MOVE PRODUTO-DESCRICAO(1:20)
                 TO WRK-PEND-DESCRICAO(WRK-IX-P)
               COMPUTE WRK-PEND-QTD(WRK-IX-P) =
                       WRK-QTD-PEDIDA - WRK-DISPONIVEL
               MOVE WRK-PRECO-LIQUIDO TO WRK-PEND-PRECO(WRK-IX-P)
               COMPUTE WRK-VALOR-PEND = WRK-VALOR-PEND
                       + WRK-PEND-QTD(WRK-IX-P) * WRK-PRECO-LIQUIDO
      *        o frete unico leva tambem o peso do que vai pendente
               COMPUTE WRK-PESO ROUNDED = WRK-PESO
                       + WRK-PEND-QTD(WRK-IX-P) * PRODUTO-PESO
               DISPLAY 'PENDENTE: ' WRK-PEND-DESCRICAO(WRK-IX-P)
                       ' QTD ' WRK-PEND-QTD(WRK-IX-P)
            ELSE
               DISPLAY 'ITEM IGNORADO'
               PERFORM 2230-OFERECE-AVISEME
            END-IF.

      *----------------------------------------------------------------
      * Kit nao tem saldo proprio: cada componente precisa ter
      * disponivel para a quantidade do item x quantidade por kit. No
      * fim o registro do kit volta para a area do PRODUTOS.
      *----------------------------------------------------------------
       2240-VERIFICA-KIT.
            MOVE 'N' TO WRK-KIT-FALTA.
            MOVE WRK-CODIGO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP > ZEROS
               PERFORM 2245-VERIFICA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
               MOVE WRK-CODIGO TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     MOVE 'S' TO WRK-KIT-FALTA
               END-READ
            END-IF.

       2245-VERIFICA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP = WRK-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'COMPONENTE SEM CADASTRO: '
                          WRK-KIT-COMPONENTE(WRK-IX-KIT)
                  MOVE 'S' TO WRK-KIT-FALTA
               NOT INVALID KEY
                  IF WRK-QTD-COMP >
                     PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                     DISPLAY 'COMPONENTE ' PRODUTO-CODIGO ' '
                             PRODUTO-DESCRICAO(1:20) ' DISPONIVEL '
                             PRODUTO-ESTOQUE ' - RES '
                             PRODUTO-RESERVADO
                     MOVE 'S' TO WRK-KIT-FALTA
                  END-IF
            END-READ.

       2220-ACRESCENTA-ITEM.
            PERFORM 2225-PRECO-CAMPANHA.
            COMPUTE WRK-VALOR-ITEM = WRK-PRECO-LIQUIDO * WRK-QTD.
            ADD 1 TO WRK-QT-ITENS.
            SET WRK-IX-I TO WRK-QT-ITENS.
            MOVE WRK-QTD TO WRK-ITEM-QTD(WRK-IX-I).
            MOVE WRK-PRECO-LIQUIDO TO WRK-ITEM-PRECO(WRK-IX-I).
            MOVE WRK-VALOR-ITEM TO WRK-ITEM-VALOR(WRK-IX-I).
            MOVE WRK-PMS-CAMPANHA TO WRK-ITEM-CAMPANHA(WRK-IX-I).
      *     peso do pedido pelo cadastro (kit pelo peso do kit)
            COMPUTE WRK-PESO ROUNDED =
                    WRK-PESO + WRK-QTD * PRODUTO-PESO.
            COMPUTE WRK-ITEM-DESC-CAMP(WRK-IX-I) =
                    WRK-DESC-CAMP-UNIT * WRK-QTD.
            COMPUTE WRK-VALOR = WRK-VALOR + WRK-VALOR-ITEM
               ON SIZE ERROR
                  MOVE 'VALOR EXCEDE O CAMPO     ' TO WRK-MSGERRO
                    ' QTD ' WRK-QTD
                    ' UNIT ' WRK-PRECO-LIQUIDO
                    ' TOTAL PARCIAL ' WRK-VALOR.
            IF WRK-PMS-CAMPANHA NOT = SPACES
               DISPLAY '  CAMPANHA ' WRK-PMS-CAMPANHA
                       ' - TABELA ' PRODUTO-PRECO
                       ' PROMOCIONAL ' WRK-PMS-PRECO-PROMO
            END-IF.

      *----------------------------------------------------------------
      * Preco unitario do item: preco da melhor campanha valida no
      * dia (PROMOSEL.cbl; sem campanha e o proprio PRODUTO-PRECO)
      * com o desconto da categoria do cliente por cima.
      * WRK-DESC-CAMP-UNIT e o que a campanha tirou por unidade,
      * ja liquido da categoria.
      *----------------------------------------------------------------
       2225-PRECO-CAMPANHA.
            MOVE PRODUTO-CODIGO     TO WRK-PMS-PRODUTO.
            MOVE WRK-DATA-MOV       TO WRK-PMS-DATA.
            MOVE CLIENTES-CATEGORIA TO WRK-PMS-CATEGORIA.
            MOVE PRODUTO-PRECO      TO WRK-PMS-PRECO.
            MOVE SPACES             TO WRK-PMS-CAMPANHA.
            MOVE PRODUTO-PRECO      TO WRK-PMS-PRECO-PROMO.
            CALL 'PROMOSEL' USING WRK-PROMOSEL-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            COMPUTE WRK-PRECO-LIQUIDO ROUNDED =
                    WRK-PMS-PRECO-PROMO
                    * (100 - WRK-DESC-CATEGORIA) / 100.
            COMPUTE WRK-DESC-CAMP-UNIT ROUNDED =
                    (PRODUTO-PRECO - WRK-PMS-PRECO-PROMO)
                    * (100 - WRK-DESC-CATEGORIA) / 100.

      *----------------------------------------------------------------
      * Mesmo calculo do FRETE.cbl (2200-CALCULA-FRETE de la), sobre
      * a UF do endereco de entrega escolhido e a tabela
      * compartilhada TABFRETE.CPY.
      *----------------------------------------------------------------
       2300-CALCULA-FRETE.
            IF WRK-MSGERRO = SPACES
               PERFORM 2310-LOCALIZA-TAXA
               IF WRK-IDX > 27
                  MOVE 'UF DE ENTREGA INVALIDA   ' TO WRK-MSGERRO
               ELSE
                  PERFORM 2330-ESCOLHE-TRANSP
      *           o frete unico cobre tambem o que vai pendente
                  COMPUTE WRK-FRETE-BASE =
                          (WRK-VALOR + WRK-VALOR-PEND)
                          * WRK-TAXA-USADA
                  MOVE ZEROS TO WRK-FRETE-EXC-PESO
                                WRK-FRETE-EXC-DIST
                  IF WRK-PESO > WRK-LIMITE-PESO
       2310-LOCALIZA-TAXA.
            PERFORM 2320-VERIFICA-UF VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 27
                  OR WRK-TAB-UF(WRK-IDX) = WRK-ENT-UF.

       2320-VERIFICA-UF.
            CONTINUE.
            MOVE SPACES TO WRK-TSP-CODIGO-PEDIDO.
            DISPLAY 'TRANSPORTADORA (BRANCO = MAIS BARATA): '.
            ACCEPT WRK-TSP-CODIGO-PEDIDO.
            MOVE WRK-ENT-UF TO WRK-TSP-UF.
            CALL 'TRANSPSEL' USING WRK-TRANSPSEL-PEDIDO
               ON EXCEPTION
                  MOVE 'N' TO WRK-TSP-ACHADO
       2350-VERIFICA-CREDITO.
            IF CLIENTES-LIMITE-CREDITO > 0
               MOVE WRK-FONE  TO WRK-CRED-FONE
               COMPUTE WRK-CRED-VALOR-NOVO =
                       WRK-VALOR + WRK-VALOR-PEND
               MOVE CLIENTES-LIMITE-CREDITO TO WRK-CRED-LIMITE
               CALL 'CREDVER' USING WRK-CREDVER-PEDIDO
                  ON EXCEPTION
               DISPLAY 'CLIENTE: ' CLIENTES-NOME
               DISPLAY 'CATEG..: ' WRK-ROTULO-CATEG
                       ' DESCONTO ' WRK-DESC-CATEGORIA ' PCT'
               IF WRK-ENDER-SEQ > ZEROS
                  DISPLAY 'ENTREGA: ' WRK-ENT-ROTULO ' '
                          WRK-ENT-CIDADE ' ' WRK-ENT-UF
               END-IF
               DISPLAY 'ITENS..: ' WRK-QT-ITENS
               DISPLAY 'VALOR..: ' WRK-VALOR
               IF WRK-QT-PEND > ZEROS
                  DISPLAY 'PENDENC: ' WRK-QT-PEND
                          ' ITEM(NS) VALOR ' WRK-VALOR-PEND
               END-IF
               DISPLAY 'PESO...: ' WRK-PESO ' KG'
               DISPLAY 'FRETE..: ' WRK-FRETE-TOTAL
               DISPLAY 'CONFIRMA O PEDIDO (S/N) ? '
               ACCEPT WRK-TECLA
            MOVE WRK-DATA-MOV TO PEDIDOS-DATA.
            ACCEPT PEDIDOS-HORA FROM TIME.
            MOVE WRK-ITEM-DESCRICAO(1) TO PEDIDOS-PRODUTO.
            MOVE WRK-ENT-UF      TO PEDIDOS-UF.
            MOVE WRK-VALOR       TO PEDIDOS-VALOR.
            MOVE WRK-FRETE-TOTAL TO PEDIDOS-FRETE.
            MOVE PEDIDOS-DATA TO WRK-DU-DATA-BASE.
            MOVE WRK-PRAZO-USADO TO WRK-DU-QTD-DIAS.
            MOVE WRK-ENT-UF TO WRK-DU-UF.
            MOVE WRK-ENT-CIDADE TO WRK-DU-CIDADE.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
            MOVE WRK-DU-DATA-RESULT TO PEDIDOS-DATA-PREVISTA.
            MOVE WRK-TSP-CODIGO TO PEDIDOS-TRANSP.
            MOVE ZEROS TO PEDIDOS-MANIFESTO.
            MOVE ZEROS TO PEDIDOS-DATA-ENTREGA.
            MOVE SPACES TO PEDIDOS-RECEBEDOR.
            MOVE ZEROS TO PEDIDOS-ORIGEM.
            MOVE WRK-ENDER-SEQ TO PEDIDOS-ENDERECO-SEQ.
            WRITE PEDIDOS-REG
               INVALID KEY
                  MOVE 'PEDIDO DUPLICADO (DATA/HORA)' TO WRK-MSGERRO
                  PERFORM 2550-GRAVA-ITEM
                     VARYING WRK-IX-ITEM FROM 1 BY 1
                     UNTIL WRK-IX-ITEM > WRK-QT-ITENS
                  PERFORM 2580-GRAVA-PENDENCIA
                     VARYING WRK-IX-PEND FROM 1 BY 1
                     UNTIL WRK-IX-PEND > WRK-QT-PEND
                  PERFORM 2590-MARCA-PEDIDO
                  ADD 1 TO WRK-QT-GRAVADOS
                  MOVE 'PEDIDO GRAVADO    ' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
            MOVE WRK-ITEM-QTD(WRK-IX-I)       TO ITEM-QTD.
            MOVE WRK-ITEM-PRECO(WRK-IX-I)     TO ITEM-PRECO-UNIT.
            MOVE WRK-ITEM-VALOR(WRK-IX-I)     TO ITEM-VALOR.
            MOVE WRK-ITEM-CAMPANHA(WRK-IX-I)  TO ITEM-CAMPANHA.
            MOVE WRK-ITEM-DESC-CAMP(WRK-IX-I) TO ITEM-DESC-CAMPANHA.
            WRITE ITEM-REG
               INVALID KEY
                  DISPLAY 'ITEM DUPLICADO IGNORADO: ' ITEM-SEQ

      *----------------------------------------------------------------
      * Compromete o saldo do produto com o pedido registrado; a
      * separacao (PEDSTAT) converte a reserva em saida real. Item de
      * kit reserva nos componentes.
      *----------------------------------------------------------------
       2560-RESERVA-ESTOQUE.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 2565-RESERVA-PRODUTO
            ELSE
               PERFORM 2570-RESERVA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.

       2565-RESERVA-PRODUTO.
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'PRODUTO SUMIU AO RESERVAR: ' PRODUTO-CODIGO
               NOT INVALID KEY
                  ADD WRK-QTD-COMP TO PRODUTO-RESERVADO
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR RESERVA: '
                                PRODUTO-CODIGO
                  END-REWRITE
            END-READ.

       2570-RESERVA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 2565-RESERVA-PRODUTO.

      *----------------------------------------------------------------
      * Pendencia nasce aberta e sem reserva; preco, UF,
      * transportadora e prazo ficam os do pedido original.
      *----------------------------------------------------------------
       2580-GRAVA-PENDENCIA.
            SET WRK-IX-P TO WRK-IX-PEND.
            MOVE PEDIDOS-FONE TO PEN-FONE.
            MOVE PEDIDOS-DATA TO PEN-DATA.
            MOVE PEDIDOS-HORA TO PEN-HORA.
            MOVE WRK-IX-PEND  TO PEN-SEQ.
            MOVE WRK-PEND-CODIGO(WRK-IX-P)    TO PEN-PRODUTO.
            MOVE WRK-PEND-DESCRICAO(WRK-IX-P) TO PEN-DESCRICAO.
            MOVE WRK-PEND-QTD(WRK-IX-P)       TO PEN-QTD.
            MOVE WRK-PEND-PRECO(WRK-IX-P)     TO PEN-PRECO-UNIT.
            MOVE ZEROS           TO PEN-RESERVADO.
            MOVE WRK-ENT-UF      TO PEN-UF.
            MOVE WRK-ENDER-SEQ   TO PEN-ENDERECO-SEQ.
            MOVE WRK-TSP-CODIGO  TO PEN-TRANSP.
            MOVE WRK-PRAZO-USADO TO PEN-PRAZO.
            MOVE 'A'             TO PEN-SITUACAO.
            MOVE ZEROS TO PEN-PEDIDO-GERADO PEN-DATA-ATENDE.
            WRITE PEN-REG
               INVALID KEY
                  DISPLAY 'PENDENCIA DUPLICADA IGNORADA: ' PEN-SEQ
            END-WRITE.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       2590-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       3000-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE PRODUTOS.
            CLOSE PEDIDOS.
            CLOSE PEDITENS.
            CLOSE ESPERA.
            CLOSE PENDENC.
            IF WRK-TEM-ENDERECOS = 'S'
               CLOSE ENDERECOS
            END-IF.
            DISPLAY 'PEDIDOS GRAVADOS NA SESSAO: ' WRK-QT-GRAVADOS.

      *END PROGRAM PEDENTRA.
