      *           mais o codigo do motivo; corrigida e salva como
      *           PEDLOREJ.TXT, e reprocessada e o arquivo esvaziado
      *           na proxima execucao, como o FRETE.REJ/FRETEREJ.TXT.
      * Modification History:
      *  15/10/2026 GC - kits (KITS.DAT via KITLER.cbl): linha de kit
      *                  confere o disponivel de cada componente
      *                  (rejeita SD se algum faltar) e a reserva vai
      *                  para os componentes; o kit segue uma linha so
      *                  no pedido, ao seu PRODUTO-PRECO.
      *  15/10/2026 GC - pendencia de entrega: com o parametro
      *                  PENDENC-LOTE = 1, a linha sem disponivel
      *                  suficiente deixa de sair com SD - o
      *                  disponivel entra no pedido e o restante vira
      *                  pendencia em PENDENC.DAT (PENDENC.CPY), como
      *                  no PEDENTRA. Frete e credito consideram o
      *                  valor pendente; pedido que ficaria so com
      *                  pendencias sai rejeitado SD.
      *  15/10/2026 GC - campanhas de promocao (PROMOSEL.cbl): a
      *                  linha entra pelo preco da melhor campanha
      *                  valida na data de execucao, com o desconto
      *                  da categoria por cima, e o item grava
      *                  ITEM-CAMPANHA/ITEM-DESC-CAMPANHA.
      *  15/10/2026 GC - peso da linha passa a sair de PLE-QTD x
      *                  PRODUTO-PESO; o PLE-PESO do arquivo so e
      *                  usado para produto ainda sem peso cadastrado.
      *  15/10/2026 GC - pedido gravado marcado em PEDMARCA.MOV para
      *                  o resumo mensal de vendas (VENDMES.cbl).
      *  15/10/2026 GC - endereco de entrega: a linha ganha
      *                  PLE-ENDERECO-SEQ (ENDERECOS.DAT; zero ou em
      *                  branco = cadastro), gravado no pedido e na
      *                  pendencia; UF e cidade do endereco valem para
      *                  frete, transportadora e feriados. Sequencia
      *                  sem cadastro ou inativa rejeita EN; troca de
      *                  endereco no mesmo fone abre outro pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
      * Enderecos de entrega do cliente (opcional).
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
       DATA DIVISION.
       FILE SECTION.
      * O arquivo comeca com o header 'H' e termina com o trailer
            05 PLE-QTD      PIC 9(03)V99.
            05 PLE-PESO     PIC 9(05)V99.
            05 PLE-DIST     PIC 9(05).
      *     sequencia do endereco de entrega (ENDERECOS.CPY); zero ou
      *     em branco (arquivo no layout antigo) = cadastro
            05 PLE-ENDERECO-SEQ PIC 9(02).
       01 PEDLOTE-CTL-REG.
            05 CTL-TIPO-REG   PIC X(01).
            05 CTL-DATA-MOV   PIC 9(08).
            05 REJ-QTD      PIC 9(03)V99.
            05 REJ-PESO     PIC 9(05)V99.
            05 REJ-DIST     PIC 9(05).
            05 REJ-ENDERECO-SEQ PIC 9(02).
            05 REJ-MOTIVO   PIC X(02).

       FD PEDLOTE-REPROCESSO.
       01 PEDLOTE-REPRO-REG  PIC X(34).

       COPY 'CLIENTES.CPY'.


       COPY 'PEDITENS.CPY'.

       COPY 'PENDENC.CPY'.

       COPY 'ENDERECOS.CPY'.

       WORKING-STORAGE SECTION.
       77 ENTRADA-STATUS    PIC 9(02).
       77 REJ-STATUS        PIC 9(02).
       77 WRK-QT-ITENS      PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PESO-PEDIDO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PESO-LINHA    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIST-PEDIDO   PIC 9(05) VALUE ZEROS.
       77 WRK-UF-PEDIDO     PIC X(02) VALUE SPACES.
      *     endereco de entrega do grupo (zero = cadastro)
       77 WRK-ENDER-ATUAL   PIC 9(02) VALUE ZEROS.
       77 WRK-CIDADE-PEDIDO PIC X(30) VALUE SPACES.
       77 ENDERECOS-STATUS  PIC 9(02).
       77 WRK-TEM-ENDERECOS PIC X(01) VALUE 'N'.
       77 WRK-LIMITE-CLI    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CATEG-PEDIDO  PIC X(01) VALUE SPACES.
       01 WRK-ITENS-TAB.
            05 WRK-ITEM-LIN OCCURS 20 TIMES INDEXED BY WRK-IX-I.
                10 WRK-ITEM-CODIGO    PIC 9(06).
                10 WRK-ITEM-VALOR     PIC 9(09)V99.
                10 WRK-ITEM-PESO      PIC 9(05)V99.
                10 WRK-ITEM-DIST      PIC 9(05).
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
       77 WRK-IX-ITEM       PIC 9(02) VALUE ZEROS.
       77 WRK-PRECO-LIQUIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.
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
      * Pendencias do pedido corrente: a parte das linhas sem saldo,
      * aceita quando o parametro PENDENC-LOTE vale 1.
      *----------------------------------------------------------------
       77 PENDENC-STATUS    PIC 9(02).
       77 WRK-ACEITA-PEND   PIC X(01) VALUE 'N'.
       77 WRK-LINHA-PEND    PIC X(01) VALUE 'N'.
       77 WRK-QT-PEND       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-PEND       PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PEND    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-LINHA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QT-PENDENCIAS PIC 9(05) VALUE ZEROS.
       01 WRK-PEND-TAB.
            05 WRK-PEND-LIN OCCURS 20 TIMES INDEXED BY WRK-IX-P.
                10 WRK-PEND-CODIGO    PIC 9(06).
                10 WRK-PEND-DESCRICAO PIC X(20).
                10 WRK-PEND-QTD       PIC 9(03)V99.
                10 WRK-PEND-PRECO     PIC 9(07)V99.
                10 WRK-PEND-PESO      PIC 9(05)V99.
                10 WRK-PEND-DIST      PIC 9(05).
       COPY 'TABFRETE.CPY'.
       COPY 'TABCATEG.CPY'.
       01 WRK-PARM-PEDIDO.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       01 WRK-DIAUTIL-PARM.
            05 WRK-DU-DATA-BASE   PIC 9(08).
            05 WRK-DU-QTD-DIAS    PIC S9(03).
                  CLOSE PEDITENS
                  OPEN I-O PEDITENS
               END-IF.
            IF WRK-ACEITA-PEND = 'S'
               OPEN I-O PENDENC
                 IF PENDENC-STATUS = 35 THEN
                     OPEN OUTPUT PENDENC
                     CLOSE PENDENC
                     OPEN I-O PENDENC
                  END-IF
               IF PENDENC-STATUS NOT = 0
                  MOVE 'N' TO WRK-ACEITA-PEND
               END-IF
            END-IF.
            OPEN INPUT ENDERECOS.
            IF ENDERECOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ENDERECOS
            END-IF.
            OPEN INPUT PEDLOTE-REPROCESSO.
            IF REPRO-STATUS = 0
               MOVE 'S' TO WRK-TEM-REPRO
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-TAXA-EXC-DIST
            END-IF.
      *     1 = linha sem saldo vira pendencia em vez de rejeito SD
            MOVE 'PENDENC-LOTE' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR = 1
               MOVE 'S' TO WRK-ACEITA-PEND
            END-IF.

      *----------------------------------------------------------------
      * O primeiro registro precisa ser o header 'H' com a data do
               ADD 1 TO WRK-QT-DETALHES
               ADD PLE-QTD TO WRK-HASH-QTDS
            END-IF.
            IF PLE-ENDERECO-SEQ NOT NUMERIC
               MOVE ZEROS TO PLE-ENDERECO-SEQ
            END-IF.
      *     troca de fone ou de endereco de entrega fecha o pedido
      *     corrente
            IF WRK-TEM-GRUPO = 'S'
               AND (PLE-FONE NOT = WRK-FONE-ATUAL
                    OR PLE-ENDERECO-SEQ NOT = WRK-ENDER-ATUAL)
               PERFORM 2600-FECHA-PEDIDO
            END-IF.
            PERFORM 2150-VALIDA-LINHA.

      *----------------------------------------------------------------
      * Critica da linha; vale o primeiro motivo achado:
      * CL fone sem cadastro, IN cliente inativo, EN endereco de
      * entrega sem cadastro ou inativo, UF do endereco de entrega
      * fora da tabela, PR produto sem cadastro, QT quantidade zerada,
      * SD sem saldo disponivel (no kit, em algum componente), IT
      * pedido ja com 20 itens. Com pendencia aceita, a linha comum
      * sem saldo passa marcada e o 2300 divide disponivel/pendente.
      *----------------------------------------------------------------
       2150-VALIDA-LINHA.
            MOVE SPACES TO WRK-MOTIVO-REJ.
            MOVE 'N' TO WRK-LINHA-PEND.
            IF WRK-TEM-GRUPO = 'N'
               PERFORM 2200-ABRE-GRUPO
            END-IF.
                  INVALID KEY
                     MOVE 'PR' TO WRK-MOTIVO-REJ
                  NOT INVALID KEY
                     PERFORM 2170-VERIFICA-KIT
                     IF WRK-KIT-QT-COMP > ZEROS
                        IF WRK-KIT-FALTA = 'S'
                           MOVE 'SD' TO WRK-MOTIVO-REJ
                        END-IF
                     ELSE
                     IF PLE-QTD >
                        PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                        IF WRK-ACEITA-PEND = 'S'
                           AND WRK-QT-PEND < 20
                           MOVE 'S' TO WRK-LINHA-PEND
                        ELSE
                           MOVE 'SD' TO WRK-MOTIVO-REJ
                        END-IF
                     END-IF
                     END-IF
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Kit nao tem saldo proprio: confere cada componente (quantidade
      * da linha x quantidade por kit) e volta o registro do kit para
      * a area do PRODUTOS, de onde sai preco e descricao.
      *----------------------------------------------------------------
       2170-VERIFICA-KIT.
            MOVE 'N' TO WRK-KIT-FALTA.
            MOVE PLE-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP > ZEROS
               PERFORM 2175-VERIFICA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
               MOVE PLE-PRODUTO TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     MOVE 'S' TO WRK-KIT-FALTA
               END-READ
            END-IF.

       2175-VERIFICA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP = PLE-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            READ PRODUTOS
               INVALID KEY
                  MOVE 'S' TO WRK-KIT-FALTA
               NOT INVALID KEY
                  IF WRK-QTD-COMP >
                     PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                     MOVE 'S' TO WRK-KIT-FALTA
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Abertura do grupo: valida o cliente e o endereco de entrega
      * uma vez e guarda UF/cidade de entrega, limite e o desconto da
      * categoria para as linhas seguintes.
      *----------------------------------------------------------------
       2200-ABRE-GRUPO.
            MOVE PLE-FONE TO CLIENTES-FONE.
                  IF CLI-INATIVO
                     MOVE 'IN' TO WRK-MOTIVO-REJ
                  ELSE
                     PERFORM 2205-RESOLVE-ENDERECO
                  END-IF
            END-READ.
            IF WRK-MOTIVO-REJ = SPACES
               MOVE 'S' TO WRK-TEM-GRUPO
               MOVE PLE-FONE TO WRK-FONE-ATUAL
               MOVE PLE-ENDERECO-SEQ TO WRK-ENDER-ATUAL
               MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-CLI
               MOVE CLIENTES-CATEGORIA TO WRK-CATEG-PEDIDO
               PERFORM 2220-RESOLVE-CATEGORIA
               MOVE ZEROS TO WRK-QT-ITENS WRK-VALOR-PEDIDO
                             WRK-PESO-PEDIDO WRK-DIST-PEDIDO
               MOVE ZEROS TO WRK-ITENS-TAB
               MOVE ZEROS TO WRK-QT-PEND WRK-VALOR-PEND
                             WRK-PEND-TAB
            END-IF.

      *----------------------------------------------------------------
      * Sequencia zero entrega no endereco do cadastro; as demais
      * precisam existir ativas em ENDERECOS.DAT. A UF de entrega
      * passa por CLIENTES-UF para a varredura da TABFRETE.
      *----------------------------------------------------------------
       2205-RESOLVE-ENDERECO.
            MOVE CLIENTES-UF     TO WRK-UF-PEDIDO.
            MOVE CLIENTES-CIDADE TO WRK-CIDADE-PEDIDO.
            IF PLE-ENDERECO-SEQ > ZEROS
               IF WRK-TEM-ENDERECOS = 'N'
                  MOVE 'EN' TO WRK-MOTIVO-REJ
               ELSE
                  MOVE PLE-FONE         TO ENDER-FONE
                  MOVE PLE-ENDERECO-SEQ TO ENDER-SEQ
                  READ ENDERECOS
                     INVALID KEY
                        MOVE 'EN' TO WRK-MOTIVO-REJ
                     NOT INVALID KEY
                        IF ENDER-INATIVO
                           MOVE 'EN' TO WRK-MOTIVO-REJ
                        ELSE
                           MOVE ENDER-UF     TO WRK-UF-PEDIDO
                           MOVE ENDER-CIDADE TO WRK-CIDADE-PEDIDO
                        END-IF
                  END-READ
               END-IF
            END-IF.
            IF WRK-MOTIVO-REJ = SPACES
               MOVE WRK-UF-PEDIDO TO CLIENTES-UF
               PERFORM 2210-LOCALIZA-TAXA
               IF WRK-IDX > 27
                  MOVE 'UF' TO WRK-MOTIVO-REJ
               END-IF
            END-IF.

       2210-LOCALIZA-TAXA.
            END-EVALUATE.

       2300-ACRESCENTA-ITEM.
            PERFORM 2305-PRECO-CAMPANHA.
      *     peso pelo cadastro do produto; o PLE-PESO do arquivo so
      *     vale para produto ainda sem peso cadastrado
            IF PRODUTO-PESO > ZEROS
               COMPUTE WRK-PESO-LINHA ROUNDED =
                       PLE-QTD * PRODUTO-PESO
            ELSE
               MOVE PLE-PESO TO WRK-PESO-LINHA
            END-IF.
            MOVE PLE-QTD TO WRK-QTD-LINHA.
            IF WRK-LINHA-PEND = 'S'
               PERFORM 2350-SEPARA-PENDENCIA
            END-IF.
            IF WRK-QTD-LINHA > ZEROS
               PERFORM 2310-GRAVA-LINHA-ITEM
            END-IF.
            ADD WRK-PESO-LINHA TO WRK-PESO-PEDIDO.
            IF PLE-DIST > WRK-DIST-PEDIDO
               MOVE PLE-DIST TO WRK-DIST-PEDIDO
            END-IF.

      *----------------------------------------------------------------
      * Preco da melhor campanha valida na data de execucao
      * (PROMOSEL.cbl; sem campanha e o PRODUTO-PRECO) com o desconto
      * da categoria do cliente por cima, como no PEDENTRA.
      *----------------------------------------------------------------
       2305-PRECO-CAMPANHA.
            MOVE PRODUTO-CODIGO    TO WRK-PMS-PRODUTO.
            MOVE WRK-DATA-EXECUCAO TO WRK-PMS-DATA.
            MOVE WRK-CATEG-PEDIDO  TO WRK-PMS-CATEGORIA.
            MOVE PRODUTO-PRECO     TO WRK-PMS-PRECO.
            MOVE SPACES            TO WRK-PMS-CAMPANHA.
            MOVE PRODUTO-PRECO     TO WRK-PMS-PRECO-PROMO.
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

       2310-GRAVA-LINHA-ITEM.
            COMPUTE WRK-VALOR-ITEM = WRK-PRECO-LIQUIDO * WRK-QTD-LINHA.
            ADD 1 TO WRK-QT-ITENS.
            SET WRK-IX-I TO WRK-QT-ITENS.
            MOVE PLE-PRODUTO TO WRK-ITEM-CODIGO(WRK-IX-I).
            MOVE PRODUTO-DESCRICAO(1:20)
              TO WRK-ITEM-DESCRICAO(WRK-IX-I).
            MOVE WRK-QTD-LINHA TO WRK-ITEM-QTD(WRK-IX-I).
            MOVE WRK-PRECO-LIQUIDO TO WRK-ITEM-PRECO(WRK-IX-I).
            MOVE WRK-VALOR-ITEM TO WRK-ITEM-VALOR(WRK-IX-I).
            MOVE WRK-PESO-LINHA TO WRK-ITEM-PESO(WRK-IX-I).
            MOVE PLE-DIST TO WRK-ITEM-DIST(WRK-IX-I).
            MOVE WRK-PMS-CAMPANHA TO WRK-ITEM-CAMPANHA(WRK-IX-I).
            COMPUTE WRK-ITEM-DESC-CAMP(WRK-IX-I) =
                    WRK-DESC-CAMP-UNIT * WRK-QTD-LINHA.
            ADD WRK-VALOR-ITEM TO WRK-VALOR-PEDIDO.

      *----------------------------------------------------------------
      * Linha sem saldo suficiente com pendencia aceita: o que falta
      * vai para a tabela de pendencias e a linha fica com o
      * disponivel (zero = linha toda pendente). Peso e distancia
      * acompanham a parte que sai agora, ou a pendencia quando nada
      * sai.
      *----------------------------------------------------------------
       2350-SEPARA-PENDENCIA.
            IF PRODUTO-RESERVADO > PRODUTO-ESTOQUE
               MOVE ZEROS TO WRK-DISPONIVEL
            ELSE
               COMPUTE WRK-DISPONIVEL =
                       PRODUTO-ESTOQUE - PRODUTO-RESERVADO
            END-IF.
            ADD 1 TO WRK-QT-PEND.
            SET WRK-IX-P TO WRK-QT-PEND.
            MOVE PLE-PRODUTO TO WRK-PEND-CODIGO(WRK-IX-P).
            MOVE PRODUTO-DESCRICAO(1:20)
              TO WRK-PEND-DESCRICAO(WRK-IX-P).
            COMPUTE WRK-PEND-QTD(WRK-IX-P) =
                    PLE-QTD - WRK-DISPONIVEL.
            MOVE WRK-PRECO-LIQUIDO TO WRK-PEND-PRECO(WRK-IX-P).
            MOVE ZEROS TO WRK-PEND-PESO(WRK-IX-P)
                          WRK-PEND-DIST(WRK-IX-P).
            COMPUTE WRK-VALOR-PEND = WRK-VALOR-PEND
                    + WRK-PEND-QTD(WRK-IX-P) * WRK-PRECO-LIQUIDO.
            MOVE WRK-DISPONIVEL TO WRK-QTD-LINHA.
            IF WRK-QTD-LINHA = ZEROS
               MOVE WRK-PESO-LINHA TO WRK-PEND-PESO(WRK-IX-P)
               MOVE PLE-DIST TO WRK-PEND-DIST(WRK-IX-P)
            END-IF.

      *----------------------------------------------------------------
       2600-FECHA-PEDIDO.
            MOVE 'N' TO WRK-TEM-GRUPO.
            IF WRK-QT-ITENS = ZEROS
      *        so pendencias: nada a entregar agora, volta como SD
               MOVE 'SD' TO WRK-MOTIVO-REJ
               PERFORM 2650-REJEITA-PENDENCIA
                  VARYING WRK-IX-PEND FROM 1 BY 1
                  UNTIL WRK-IX-PEND > WRK-QT-PEND
            ELSE
               PERFORM 2610-CALCULA-FRETE
               PERFORM 2620-VERIFICA-CREDITO
               MOVE WRK-TAB-TAXA(WRK-IDX)  TO WRK-TAXA-USADA
               MOVE WRK-TAB-PRAZO(WRK-IDX) TO WRK-PRAZO-USADO
            END-IF.
      *     o frete unico cobre tambem o que vai pendente
            COMPUTE WRK-FRETE-BASE =
                    (WRK-VALOR-PEDIDO + WRK-VALOR-PEND)
                    * WRK-TAXA-USADA.
            MOVE ZEROS TO WRK-FRETE-EXC-PESO WRK-FRETE-EXC-DIST.
            IF WRK-PESO-PEDIDO > WRK-LIMITE-PESO
               COMPUTE WRK-FRETE-EXC-PESO =
            MOVE SPACES TO WRK-MOTIVO-REJ.
            IF WRK-LIMITE-CLI > 0
               MOVE WRK-FONE-ATUAL   TO WRK-CRED-FONE
               COMPUTE WRK-CRED-VALOR-NOVO =
                       WRK-VALOR-PEDIDO + WRK-VALOR-PEND
               MOVE WRK-LIMITE-CLI   TO WRK-CRED-LIMITE
               CALL 'CREDVER' USING WRK-CREDVER-PEDIDO
                  ON EXCEPTION
            PERFORM 2640-REJEITA-ITEM
               VARYING WRK-IX-ITEM FROM 1 BY 1
               UNTIL WRK-IX-ITEM > WRK-QT-ITENS.
            PERFORM 2650-REJEITA-PENDENCIA
               VARYING WRK-IX-PEND FROM 1 BY 1
               UNTIL WRK-IX-PEND > WRK-QT-PEND.

       2640-REJEITA-ITEM.
            SET WRK-IX-I TO WRK-IX-ITEM.
            MOVE WRK-ITEM-QTD(WRK-IX-I)    TO REJ-QTD.
            MOVE WRK-ITEM-PESO(WRK-IX-I)   TO REJ-PESO.
            MOVE WRK-ITEM-DIST(WRK-IX-I)   TO REJ-DIST.
            MOVE WRK-ENDER-ATUAL TO REJ-ENDERECO-SEQ.
            MOVE 'CR' TO REJ-MOTIVO.
            WRITE PEDLOTE-REJ-REG.
            ADD 1 TO WRK-QT-REJEITADOS.

       2650-REJEITA-PENDENCIA.
            SET WRK-IX-P TO WRK-IX-PEND.
            MOVE WRK-FONE-ATUAL TO REJ-FONE.
            MOVE WRK-PEND-CODIGO(WRK-IX-P) TO REJ-PRODUTO.
            MOVE WRK-PEND-QTD(WRK-IX-P)    TO REJ-QTD.
            MOVE WRK-PEND-PESO(WRK-IX-P)   TO REJ-PESO.
            MOVE WRK-PEND-DIST(WRK-IX-P)   TO REJ-DIST.
            MOVE WRK-ENDER-ATUAL TO REJ-ENDERECO-SEQ.
            MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.
            WRITE PEDLOTE-REJ-REG.
            ADD 1 TO WRK-QT-REJEITADOS.

       2700-GRAVA-PEDIDO.
            MOVE WRK-FONE-ATUAL TO PEDIDOS-FONE.
            MOVE WRK-DATA-EXECUCAO TO PEDIDOS-DATA.
            MOVE PEDIDOS-DATA TO WRK-DU-DATA-BASE.
            MOVE WRK-PRAZO-USADO TO WRK-DU-QTD-DIAS.
            MOVE WRK-UF-PEDIDO TO WRK-DU-UF.
            MOVE WRK-CIDADE-PEDIDO TO WRK-DU-CIDADE.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
            MOVE WRK-DU-DATA-RESULT TO PEDIDOS-DATA-PREVISTA.
            MOVE WRK-TSP-CODIGO TO PEDIDOS-TRANSP.
            MOVE ZEROS TO PEDIDOS-MANIFESTO.
            MOVE ZEROS TO PEDIDOS-DATA-ENTREGA.
            MOVE SPACES TO PEDIDOS-RECEBEDOR.
            MOVE ZEROS TO PEDIDOS-ORIGEM.
            MOVE WRK-ENDER-ATUAL TO PEDIDOS-ENDERECO-SEQ.
            WRITE PEDIDOS-REG
               INVALID KEY
                  DISPLAY 'PEDIDO DUPLICADO (DATA/HORA): '
                  PERFORM 2710-GRAVA-ITEM
                     VARYING WRK-IX-ITEM FROM 1 BY 1
                     UNTIL WRK-IX-ITEM > WRK-QT-ITENS
                  PERFORM 2750-GRAVA-PENDENCIA
                     VARYING WRK-IX-PEND FROM 1 BY 1
                     UNTIL WRK-IX-PEND > WRK-QT-PEND
                  PERFORM 2760-MARCA-PEDIDO
                  ADD 1 TO WRK-QT-PEDIDOS
            END-WRITE.

            MOVE WRK-ITEM-QTD(WRK-IX-I)       TO ITEM-QTD.
            MOVE WRK-ITEM-PRECO(WRK-IX-I)     TO ITEM-PRECO-UNIT.
            MOVE WRK-ITEM-VALOR(WRK-IX-I)     TO ITEM-VALOR.
            MOVE WRK-ITEM-CAMPANHA(WRK-IX-I)  TO ITEM-CAMPANHA.
            MOVE WRK-ITEM-DESC-CAMP(WRK-IX-I) TO ITEM-DESC-CAMPANHA.
            WRITE ITEM-REG
               INVALID KEY
                  DISPLAY 'ITEM DUPLICADO IGNORADO: ' ITEM-SEQ
                  PERFORM 2720-RESERVA-ESTOQUE
            END-WRITE.

      *----------------------------------------------------------------
      * Item de kit reserva nos componentes.
      *----------------------------------------------------------------
       2720-RESERVA-ESTOQUE.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 2725-RESERVA-PRODUTO
            ELSE
               PERFORM 2730-RESERVA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.

       2725-RESERVA-PRODUTO.
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

       2730-RESERVA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 2725-RESERVA-PRODUTO.

      *----------------------------------------------------------------
      * Pendencia nasce aberta e sem reserva, com preco, UF,
      * transportadora e prazo do pedido; a reserva e a entrega
      * ficam com o ESTOQUE.cbl.
      *----------------------------------------------------------------
       2750-GRAVA-PENDENCIA.
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
            MOVE WRK-UF-PEDIDO   TO PEN-UF.
            MOVE WRK-ENDER-ATUAL TO PEN-ENDERECO-SEQ.
            MOVE WRK-TSP-CODIGO  TO PEN-TRANSP.
            MOVE WRK-PRAZO-USADO TO PEN-PRAZO.
            MOVE 'A'             TO PEN-SITUACAO.
            MOVE ZEROS TO PEN-PEDIDO-GERADO PEN-DATA-ATENDE.
            WRITE PEN-REG
               INVALID KEY
                  DISPLAY 'PENDENCIA DUPLICADA IGNORADA: ' PEN-FONE
               NOT INVALID KEY
                  ADD 1 TO WRK-QT-PENDENCIAS
            END-WRITE.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       2760-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       2160-GRAVA-REJEITO.
            MOVE PLE-FONE    TO REJ-FONE.
            MOVE PLE-PRODUTO TO REJ-PRODUTO.
            MOVE PLE-QTD     TO REJ-QTD.
            MOVE PLE-PESO    TO REJ-PESO.
            MOVE PLE-DIST    TO REJ-DIST.
            MOVE PLE-ENDERECO-SEQ TO REJ-ENDERECO-SEQ.
            MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.
            WRITE PEDLOTE-REJ-REG.
            ADD 1 TO WRK-QT-REJEITADOS.
            CLOSE PRODUTOS.
            CLOSE PEDIDOS.
            CLOSE PEDITENS.
            IF WRK-ACEITA-PEND = 'S'
               CLOSE PENDENC
            END-IF.
            IF WRK-TEM-ENDERECOS = 'S'
               CLOSE ENDERECOS
            END-IF.
      *     reprocesso consumido: esvazia PEDLOREJ.TXT, mas so quando
      *     a execucao chegou ate ele sem erro de controle
            IF WRK-TEM-REPRO = 'S'
               DISPLAY 'LINHAS LIDAS.........: ' WRK-QT-LIDOS
               DISPLAY 'PEDIDOS GRAVADOS.....: ' WRK-QT-PEDIDOS
               DISPLAY 'LINHAS REJEITADAS....: ' WRK-QT-REJEITADOS
               IF WRK-ACEITA-PEND = 'S'
                  DISPLAY 'PENDENCIAS GRAVADAS..: ' WRK-QT-PENDENCIAS
               END-IF
               DISPLAY 'REJEITOS EM PEDLOTE.REJ'
               MOVE ZERO TO RETURN-CODE
            END-IF
