      *           frete por parada - uma caixa extraviada passa a ser
      *           rastreavel ate a viagem, em vez de folhas soltas de
      *           FRETE.REL na mao do motorista.
      * Modification History:
      *  15/10/2026 GC - entregas parciais: o pedido que ainda tem
      *                  pendencia aberta em PENDENC.DAT sai marcado
      *                  como entrega parcial, e o pedido complementar
      *                  da pendencia (PEDIDOS-ORIGEM) sai com a chave
      *                  do pedido original.
      *  15/10/2026 GC - aviso EXPEDIDO ao cliente: cada pedido
      *                  carimbado com o romaneio enfileira o evento
      *                  na NOTIFICA.SPL (NOTIFICA.CPY) com o nome da
      *                  transportadora (TRANSP.DAT), o numero do
      *                  romaneio e a data prevista de entrega, salvo
      *                  se o cliente recusou o aviso no cadastro
      *                  (CLIENTES-AVISOS).
      *  15/10/2026 GC - capacidade do veiculo: o operador informa a
      *                  placa (VEICULOS.DAT, VEICULO.CPY) e cada
      *                  pedido e pesado pelos itens (ITEM-QTD x
      *                  PRODUTO-PESO/PRODUTO-VOLUME); quando o
      *                  proximo pedido estoura a carga ou a cubagem
      *                  do veiculo, a carga segue em nova viagem com
      *                  novo numero de romaneio. Cada viagem sai em
      *                  pagina propria com peso, cubagem e capacidade.
      *                  Placa em branco mantem o romaneio unico.
      *  15/10/2026 GC - FD TRANSPS acompanha o codigo de fornecedor
      *                  da transportadora (TRA-FORNECEDOR).
      *  15/10/2026 GC - bloco escolar novo do NOTIFICA.CPY gravado em
      *                  branco no aviso de pedido.
      *  15/10/2026 GC - pedido com endereco de entrega escolhido
      *                  (PEDIDOS-ENDERECO-SEQ, ENDERECOS.DAT) para na
      *                  cidade desse endereco e sai com o rotulo e o
      *                  logradouro no manifesto; o aviso EXPEDIDO leva
      *                  o endereco de entrega (cadastro ou obra).
      *  15/10/2026 GC - bloco de pontos do NOTIFICA.CPY gravado em
      *                  branco no aviso de pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS ROMANEIO-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'ROMANEIO.SRT'.
      * Pendencias de entrega (opcional).
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
      * Transportadoras (opcional), nome no aviso de expedicao.
           SELECT TRANSPS
             ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPS-STATUS
               RECORD KEY IS TRA-CODIGO.
      * Itens do pedido e cadastro de produtos, para o peso/cubagem.
           SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
      * Veiculos (opcional), capacidade da viagem.
           SELECT VEICULOS
             ASSIGN TO 'VEICULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VEICULOS-STATUS
               RECORD KEY IS VEI-PLACA.
      * Enderecos de entrega do cliente (opcional): cidade da parada
      * e endereco do aviso do pedido que nao vai para o cadastro.
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
      * Fila de notificacoes consumida pelo NOTPROC.cbl.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PEDIDOS.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'PENDENC.CPY'.

       COPY 'NOTIFICA.CPY'.

       COPY 'PEDITENS.CPY'.

       COPY 'PRODUTOS.CPY'.

       COPY 'VEICULO.CPY'.

       COPY 'ENDERECOS.CPY'.

       FD TRANSPS.
       01 TRA-REG.
            05 TRA-CODIGO    PIC X(03).
            05 TRA-NOME      PIC X(30).
            05 TRA-SITUACAO  PIC X(01).
                88 TRA-ATIVA   VALUE 'A'.
                88 TRA-INATIVA VALUE 'I'.
      *     fornecedor (FORNECED.DAT) sob o qual a fatura de frete
      *     vira titulo a pagar na auditoria (FRETEAUD.cbl)
            05 TRA-FORNECEDOR PIC 9(04).

       FD ROMSEQ.
       01 ROMSEQ-REG.
            05 ROMSEQ-NUMERO    PIC 9(06).

       SD ORDENACAO.
       01 ORD-REG.
      *     numero do romaneio da viagem em que o pedido embarcou
            05 ORD-VIAGEM     PIC 9(06).
            05 ORD-UF         PIC X(02).
            05 ORD-CIDADE     PIC X(30).
            05 ORD-FONE       PIC 9(09).
            05 ORD-HORA       PIC 9(08).
            05 ORD-VALOR      PIC 9(07)V99.
            05 ORD-FRETE      PIC 9(07)V99.
      *     P = parcial (pendencia aberta), C = complementar
            05 ORD-PARCIAL    PIC X(01).
            05 ORD-ORIGEM     PIC X(25).
            05 ORD-PESO       PIC 9(07)V99.
            05 ORD-CUBAGEM    PIC 9(05)V9999.
      *     S = pedido sozinho ja passa da capacidade do veiculo
            05 ORD-EXCEDE     PIC X(01).
      *     endereco de entrega escolhido no pedido (rotulo em branco
      *     = endereco do cadastro)
            05 ORD-ROTULO     PIC X(20).
            05 ORD-LOGRADOURO PIC X(40).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS      PIC 9(02).
       77 WRK-FRETE-TOTAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WRK-SEM-PEDIDOS     PIC X(01) VALUE 'N'.
       77 PENDENC-STATUS      PIC 9(02).
       77 WRK-TEM-PENDENC     PIC X(01) VALUE 'N'.
       77 WRK-FIM-PENDENC     PIC X(01) VALUE 'N'.
       77 TRANSPS-STATUS      PIC 9(02).
       77 WRK-TEM-TRANSPS     PIC X(01) VALUE 'N'.
       77 NOTIFICA-STATUS     PIC 9(02).
       77 WRK-QT-AVISOS       PIC 9(05) VALUE ZEROS.
       77 PEDITENS-STATUS     PIC 9(02).
       77 WRK-TEM-PEDITENS    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITEM        PIC X(01) VALUE 'N'.
       77 PRODUTOS-STATUS     PIC 9(02).
       77 WRK-TEM-PRODUTOS    PIC X(01) VALUE 'N'.
       77 VEICULOS-STATUS     PIC 9(02).
       77 WRK-TEM-VEICULOS    PIC X(01) VALUE 'N'.
       77 ENDERECOS-STATUS    PIC 9(02).
       77 WRK-TEM-ENDERECOS   PIC X(01) VALUE 'N'.
      *     destino resolvido do pedido corrente, para o aviso
       77 WRK-ENT-ROTULO      PIC X(20) VALUE SPACES.
       77 WRK-ENT-LOGRADOURO  PIC X(40) VALUE SPACES.
       77 WRK-ENT-CIDADE      PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------
      * Veiculo da viagem e carga corrente. Sem veiculo (placa em
      * branco ou sem cadastro) nao ha conferencia: uma viagem so.
      *----------------------------------------------------------------
       77 WRK-PLACA           PIC X(07) VALUE SPACES.
       77 WRK-TEM-VEICULO     PIC X(01) VALUE 'N'.
       77 WRK-CAP-PESO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CAP-CUBAGEM     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-PESO-PEDIDO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUB-PEDIDO      PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-PESO-CARGA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUB-CARGA       PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-QT-CARGA        PIC 9(05) VALUE ZEROS.
       77 WRK-EXCEDE          PIC X(01) VALUE 'N'.
       77 WRK-NUMERO-INICIAL  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-VIAGENS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXCEDENTES   PIC 9(05) VALUE ZEROS.
      *     quebra por viagem na impressao
       77 WRK-VIAGEM-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-VIAGEM       PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-VIAGEM    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FRETE-VIAGEM    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PESO-VIAGEM     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUB-VIAGEM      PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-PESO-ED         PIC Z.ZZZ.ZZ9,99.
       77 WRK-CUB-ED          PIC ZZ.ZZ9,9999.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N' AND WRK-SEM-PEDIDOS = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-VIAGEM ORD-UF ORD-CIDADE
                                   ORD-DATA
                  INPUT PROCEDURE IS 2000-SELECIONA-EXPEDIDOS
                  OUTPUT PROCEDURE IS 4000-IMPRIME-MANIFESTO
            END-IF.
            IF CLIENTES-STATUS = 0
               MOVE 'S' TO WRK-TEM-CLIENTES
            END-IF.
            OPEN INPUT PENDENC.
            IF PENDENC-STATUS = 0
               MOVE 'S' TO WRK-TEM-PENDENC
            END-IF.
            OPEN INPUT TRANSPS.
            IF TRANSPS-STATUS = 0
               MOVE 'S' TO WRK-TEM-TRANSPS
            END-IF.
            OPEN INPUT PEDITENS.
            IF PEDITENS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PEDITENS
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PRODUTOS
            END-IF.
            OPEN INPUT VEICULOS.
            IF VEICULOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-VEICULOS
            END-IF.
            OPEN INPUT ENDERECOS.
            IF ENDERECOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ENDERECOS
            END-IF.
            OPEN EXTEND NOTIFICA
              IF NOTIFICA-STATUS = 35 THEN
                  OPEN OUTPUT NOTIFICA
                  CLOSE NOTIFICA
                  OPEN EXTEND NOTIFICA
               END-IF.
            OPEN OUTPUT ROMANEIO-REL.
            IF PEDIDOS-STATUS NOT = 0
               OR ROMANEIO-REL-STATUS NOT = 0
                  PERFORM 9990-GRAVA-LINHA-RPT
                  PERFORM 9995-RODAPE-RPT
               ELSE
                  PERFORM 1200-ESCOLHE-VEICULO
                  PERFORM 1100-RESERVA-NUMERO
                  MOVE WRK-NUMERO TO WRK-NUMERO-INICIAL
                  MOVE 1 TO WRK-QT-VIAGENS
                  MOVE 'ROMANEIO DE EXPEDICAO' TO RPT-TITULO
               END-IF
            END-IF.

            WRITE ROMSEQ-REG.
            CLOSE ROMSEQ.

      *----------------------------------------------------------------
      * Veiculo da viagem pela placa; capacidade zerada no cadastro
      * nao limita aquela medida.
      *----------------------------------------------------------------
       1200-ESCOLHE-VEICULO.
            MOVE SPACES TO WRK-PLACA.
            DISPLAY 'PLACA DO VEICULO (BRANCO = SEM CONFERENCIA): '.
            ACCEPT WRK-PLACA.
            IF WRK-PLACA NOT = SPACES
               IF WRK-TEM-VEICULOS = 'S'
                  MOVE WRK-PLACA TO VEI-PLACA
                  READ VEICULOS
                     INVALID KEY
                        DISPLAY 'VEICULO NAO CADASTRADO - '
                                'ROMANEIO SEM CONFERENCIA'
                     NOT INVALID KEY
                        IF VEI-ATIVO
                           MOVE 'S' TO WRK-TEM-VEICULO
                        ELSE
                           DISPLAY 'VEICULO INATIVO - '
                                   'ROMANEIO SEM CONFERENCIA'
                        END-IF
                  END-READ
               ELSE
                  DISPLAY 'VEICULOS.DAT INDISPONIVEL - '
                          'ROMANEIO SEM CONFERENCIA'
               END-IF
            END-IF.
            IF WRK-TEM-VEICULO = 'S'
               MOVE VEI-CAP-PESO   TO WRK-CAP-PESO
               MOVE VEI-CAP-VOLUME TO WRK-CAP-CUBAGEM
               IF WRK-CAP-PESO = ZEROS
                  MOVE ALL '9' TO WRK-CAP-PESO
               END-IF
               IF WRK-CAP-CUBAGEM = ZEROS
                  MOVE ALL '9' TO WRK-CAP-CUBAGEM
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Seleciona os expedidos sem romaneio, carimba o numero no
      * proprio pedido e libera para o SORT com UF/cidade do cadastro
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PED-EXPEDIDO AND PEDIDOS-MANIFESTO = ZEROS
                     PERFORM 2120-PESA-PEDIDO
                     PERFORM 2150-CONFERE-CAPACIDADE
                     MOVE WRK-NUMERO TO PEDIDOS-MANIFESTO
                     REWRITE PEDIDOS-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO CARIMBAR O PEDIDO: '
                                   PEDIDOS-FONE
                        NOT INVALID KEY
                           ADD 1 TO WRK-QT-PEDIDOS WRK-QT-CARGA
                           ADD WRK-PESO-PEDIDO TO WRK-PESO-CARGA
                           ADD WRK-CUB-PEDIDO  TO WRK-CUB-CARGA
                           PERFORM 2200-RESOLVE-DESTINO
                           RELEASE ORD-REG
                           PERFORM 2300-AVISA-EXPEDIDO
                     END-REWRITE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Peso e cubagem do pedido pelos itens (ITEM-QTD x peso/volume
      * unitario do cadastro; kit pelo peso do kit). Pedido sem itens
      * ou produto sem cadastro nao pesa.
      *----------------------------------------------------------------
       2120-PESA-PEDIDO.
            MOVE ZEROS TO WRK-PESO-PEDIDO WRK-CUB-PEDIDO.
            IF WRK-TEM-PEDITENS = 'S' AND WRK-TEM-PRODUTOS = 'S'
               MOVE 'N' TO WRK-FIM-ITEM
               MOVE PEDIDOS-FONE TO ITEM-FONE
               MOVE PEDIDOS-DATA TO ITEM-DATA
               MOVE PEDIDOS-HORA TO ITEM-HORA
               MOVE ZEROS        TO ITEM-SEQ
               START PEDITENS KEY IS NOT LESS THAN ITEM-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ITEM
               END-START
               PERFORM 2130-PESA-ITEM UNTIL WRK-FIM-ITEM = 'S'
            END-IF.

       2130-PESA-ITEM.
            READ PEDITENS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ITEM
               NOT AT END
                  IF ITEM-FONE = PEDIDOS-FONE
                     AND ITEM-DATA = PEDIDOS-DATA
                     AND ITEM-HORA = PEDIDOS-HORA
                     MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
                     READ PRODUTOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           COMPUTE WRK-PESO-PEDIDO ROUNDED =
                                   WRK-PESO-PEDIDO
                                   + ITEM-QTD * PRODUTO-PESO
                           COMPUTE WRK-CUB-PEDIDO ROUNDED =
                                   WRK-CUB-PEDIDO
                                   + ITEM-QTD * PRODUTO-VOLUME
                     END-READ
                  ELSE
                     MOVE 'S' TO WRK-FIM-ITEM
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pedido que nao cabe no que sobra do veiculo abre nova viagem
      * com o proximo numero de romaneio. Pedido que sozinho passa da
      * capacidade embarca numa viagem so dele, marcado no manifesto.
      *----------------------------------------------------------------
       2150-CONFERE-CAPACIDADE.
            MOVE 'N' TO WRK-EXCEDE.
            IF WRK-TEM-VEICULO = 'S'
               IF WRK-QT-CARGA > ZEROS
                  AND (WRK-PESO-CARGA + WRK-PESO-PEDIDO > WRK-CAP-PESO
                    OR WRK-CUB-CARGA + WRK-CUB-PEDIDO
                       > WRK-CAP-CUBAGEM)
                  PERFORM 1100-RESERVA-NUMERO
                  ADD 1 TO WRK-QT-VIAGENS
                  MOVE ZEROS TO WRK-QT-CARGA WRK-PESO-CARGA
                                WRK-CUB-CARGA
               END-IF
               IF WRK-PESO-PEDIDO > WRK-CAP-PESO
                  OR WRK-CUB-PEDIDO > WRK-CAP-CUBAGEM
                  MOVE 'S' TO WRK-EXCEDE
                  ADD 1 TO WRK-QT-EXCEDENTES
               END-IF
            END-IF.

       2200-RESOLVE-DESTINO.
            MOVE WRK-NUMERO TO ORD-VIAGEM.
            MOVE WRK-PESO-PEDIDO TO ORD-PESO.
            MOVE WRK-CUB-PEDIDO  TO ORD-CUBAGEM.
            MOVE WRK-EXCEDE      TO ORD-EXCEDE.
            MOVE PEDIDOS-UF TO ORD-UF.
            MOVE SPACES TO WRK-ENT-ROTULO WRK-ENT-LOGRADOURO
                           WRK-ENT-CIDADE.
            IF WRK-TEM-CLIENTES = 'S'
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CLIENTES-LOGRADOURO TO WRK-ENT-LOGRADOURO
                     MOVE CLIENTES-CIDADE     TO WRK-ENT-CIDADE
               END-READ
            END-IF.
      *     pedido para endereco de obra/filial para na cidade dele
            IF PEDIDOS-ENDERECO-SEQ IS NUMERIC
               AND PEDIDOS-ENDERECO-SEQ > ZEROS
               AND WRK-TEM-ENDERECOS = 'S'
               MOVE PEDIDOS-FONE         TO ENDER-FONE
               MOVE PEDIDOS-ENDERECO-SEQ TO ENDER-SEQ
               READ ENDERECOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE ENDER-ROTULO     TO WRK-ENT-ROTULO
                     MOVE ENDER-LOGRADOURO TO WRK-ENT-LOGRADOURO
                     MOVE ENDER-CIDADE     TO WRK-ENT-CIDADE
               END-READ
            END-IF.
            MOVE WRK-ENT-CIDADE     TO ORD-CIDADE.
            MOVE WRK-ENT-ROTULO     TO ORD-ROTULO.
            MOVE WRK-ENT-LOGRADOURO TO ORD-LOGRADOURO.
            MOVE PEDIDOS-FONE  TO ORD-FONE.
            MOVE PEDIDOS-DATA  TO ORD-DATA.
            MOVE PEDIDOS-HORA  TO ORD-HORA.
            MOVE PEDIDOS-VALOR TO ORD-VALOR.
            MOVE PEDIDOS-FRETE TO ORD-FRETE.
            MOVE SPACE  TO ORD-PARCIAL.
            MOVE SPACES TO ORD-ORIGEM.
            IF PEDIDOS-ORIGEM NOT = ZEROS
               MOVE 'C' TO ORD-PARCIAL
               MOVE PEDIDOS-ORIGEM TO ORD-ORIGEM
            ELSE
               IF WRK-TEM-PENDENC = 'S'
                  PERFORM 2250-VERIFICA-PENDENCIA
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Pedido com pendencia ainda aberta viaja incompleto.
      *----------------------------------------------------------------
       2250-VERIFICA-PENDENCIA.
            MOVE 'N' TO WRK-FIM-PENDENC.
            MOVE PEDIDOS-FONE TO PEN-FONE.
            MOVE PEDIDOS-DATA TO PEN-DATA.
            MOVE PEDIDOS-HORA TO PEN-HORA.
            MOVE ZEROS        TO PEN-SEQ.
            START PENDENC KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-PENDENC
            END-START.
            PERFORM 2260-LE-PENDENCIA UNTIL WRK-FIM-PENDENC = 'S'.

       2260-LE-PENDENCIA.
            READ PENDENC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-PENDENC
               NOT AT END
                  IF PEN-FONE = PEDIDOS-FONE
                     AND PEN-DATA = PEDIDOS-DATA
                     AND PEN-HORA = PEDIDOS-HORA
                     IF PEN-ABERTA
                        MOVE 'P' TO ORD-PARCIAL
                        MOVE 'S' TO WRK-FIM-PENDENC
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-PENDENC
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Aviso EXPEDIDO ao cliente do pedido carimbado: transportadora
      * pelo nome (codigo sem cadastro vai como o proprio codigo),
      * numero do romaneio e data prevista. Cliente sem cadastro ou
      * que recusou o aviso fica de fora.
      *----------------------------------------------------------------
       2300-AVISA-EXPEDIDO.
            IF WRK-TEM-CLIENTES = 'S'
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT CLI-SEM-AVISO-EXPEDIDO
                        PERFORM 2310-GRAVA-AVISO
                     END-IF
               END-READ
            END-IF.

       2310-GRAVA-AVISO.
            MOVE 'EXPEDIDO'     TO NOTIF-EVENTO.
            ACCEPT NOTIF-DATA FROM DATE YYYYMMDD.
            ACCEPT NOTIF-HORA FROM TIME.
            MOVE CLIENTES-FONE  TO NOTIF-FONE.
            MOVE CLIENTES-NOME  TO NOTIF-NOME.
            MOVE CLIENTES-EMAIL TO NOTIF-EMAIL.
            MOVE PEDIDOS-DATA   TO NOTIF-PED-DATA.
            MOVE PEDIDOS-HORA   TO NOTIF-PED-HORA.
            MOVE PEDIDOS-TRANSP TO NOTIF-TRANSP.
            IF WRK-TEM-TRANSPS = 'S' AND PEDIDOS-TRANSP NOT = SPACES
               MOVE PEDIDOS-TRANSP TO TRA-CODIGO
               READ TRANSPS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TRA-NOME TO NOTIF-TRANSP
               END-READ
            END-IF.
            MOVE PEDIDOS-MANIFESTO     TO NOTIF-MANIFESTO.
            MOVE PEDIDOS-DATA-PREVISTA TO NOTIF-DATA-PREVISTA.
            MOVE ZEROS  TO NOTIF-DATA-ENTREGA.
            MOVE SPACES TO NOTIF-RECEBEDOR NOTIF-ESCOLA
                           NOTIF-ORCAMENTO NOTIF-PONTOS.
            MOVE WRK-ENT-ROTULO     TO NOTIF-ENT-ROTULO.
            MOVE WRK-ENT-LOGRADOURO TO NOTIF-ENT-LOGRADOURO.
            MOVE WRK-ENT-CIDADE     TO NOTIF-ENT-CIDADE.
            MOVE PEDIDOS-UF         TO NOTIF-ENT-UF.
            WRITE NOTIF-REG.
            ADD 1 TO WRK-QT-AVISOS.

      *----------------------------------------------------------------
      * Uma pagina por viagem (numero de romaneio), com as paradas
      * por UF/cidade dentro dela; com mais de uma viagem, o total
      * geral fecha o relatorio.
      *----------------------------------------------------------------
       4000-IMPRIME-MANIFESTO.
            PERFORM 4100-IMPRIME-PEDIDO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'N'
               PERFORM 4300-TOTAL-PARADA
               PERFORM 4400-TOTAL-VIAGEM
            END-IF.
            IF WRK-QT-VIAGENS > 1
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'TOTAL GERAL: VIAGENS ' DELIMITED BY SIZE
                      WRK-QT-VIAGENS  DELIMITED BY SIZE
                      '  VOLUMES: '   DELIMITED BY SIZE
                      WRK-QT-PEDIDOS  DELIMITED BY SIZE
                      '  VALOR DECLARADO: ' DELIMITED BY SIZE
                      WRK-VALOR-TOTAL DELIMITED BY SIZE
                      '  FRETE: '     DELIMITED BY SIZE
                      WRK-FRETE-TOTAL DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            PERFORM 9995-RODAPE-RPT.
            CLOSE ROMANEIO-REL.

                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-PRIMEIRO = 'S'
                     OR ORD-VIAGEM NOT = WRK-VIAGEM-ATUAL
                     IF WRK-PRIMEIRO = 'N'
                        PERFORM 4300-TOTAL-PARADA
                        PERFORM 4400-TOTAL-VIAGEM
                     END-IF
                     MOVE 'N' TO WRK-PRIMEIRO
                     PERFORM 4050-CABECALHO-VIAGEM
                     PERFORM 4060-NOVA-PARADA
                  ELSE
                     IF ORD-UF NOT = WRK-UF-ATUAL
                        OR ORD-CIDADE NOT = WRK-CIDADE-ATUAL
                        PERFORM 4300-TOTAL-PARADA
                        PERFORM 4060-NOVA-PARADA
                     END-IF
                  END-IF
                  ADD 1 TO WRK-QT-PARADA WRK-QT-VIAGEM
                  ADD ORD-VALOR TO WRK-VALOR-PARADA WRK-VALOR-VIAGEM
                                   WRK-VALOR-TOTAL
                  ADD ORD-FRETE TO WRK-FRETE-PARADA WRK-FRETE-VIAGEM
                                   WRK-FRETE-TOTAL
                  ADD ORD-PESO    TO WRK-PESO-VIAGEM
                  ADD ORD-CUBAGEM TO WRK-CUB-VIAGEM
                  MOVE ORD-PESO TO WRK-PESO-ED
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING '   ' DELIMITED BY SIZE
                         ORD-FONE  DELIMITED BY SIZE
                         ORD-VALOR DELIMITED BY SIZE
                         ' FRETE ' DELIMITED BY SIZE
                         ORD-FRETE DELIMITED BY SIZE
                         ' KG '    DELIMITED BY SIZE
                         WRK-PESO-ED DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
                  IF ORD-ROTULO NOT = SPACES
                     MOVE SPACES TO RPT-LINHA-IMPRESSA
                     STRING '      ENTREGA: ' DELIMITED BY SIZE
                            ORD-ROTULO        DELIMITED BY SIZE
                            ' - '             DELIMITED BY SIZE
                            ORD-LOGRADOURO    DELIMITED BY SIZE
                            INTO RPT-LINHA-IMPRESSA
                     END-STRING
                     PERFORM 9990-GRAVA-LINHA-RPT
                  END-IF
                  PERFORM 4150-LINHA-PARCIAL
                  IF ORD-EXCEDE = 'S'
                     MOVE '      PEDIDO ACIMA DA CAPACIDADE DO VEICULO'
                       TO RPT-LINHA-IMPRESSA
                     PERFORM 9990-GRAVA-LINHA-RPT
                  END-IF
            END-RETURN.

       4150-LINHA-PARCIAL.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF ORD-PARCIAL = 'P'
               MOVE '      ENTREGA PARCIAL - RESTANTE PENDENTE'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            IF ORD-PARCIAL = 'C'
               STRING '      COMPLEMENTO DO PEDIDO ' DELIMITED BY SIZE
                      ORD-ORIGEM(1:9)   DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ORD-ORIGEM(10:8)  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ORD-ORIGEM(18:8)  DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Cada viagem abre pagina nova com o numero do romaneio e o
      * veiculo.
      *----------------------------------------------------------------
       4050-CABECALHO-VIAGEM.
            MOVE ORD-VIAGEM TO WRK-VIAGEM-ATUAL.
            MOVE ZEROS TO WRK-QT-VIAGEM WRK-VALOR-VIAGEM
                          WRK-FRETE-VIAGEM WRK-PESO-VIAGEM
                          WRK-CUB-VIAGEM.
            PERFORM 9980-CABECALHO-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ROMANEIO NUMERO: ' DELIMITED BY SIZE
                   WRK-VIAGEM-ATUAL    DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-TEM-VEICULO = 'S'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'VEICULO: '       DELIMITED BY SIZE
                      VEI-PLACA         DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      VEI-DESCRICAO     DELIMITED BY SIZE
                      ' TRANSP '        DELIMITED BY SIZE
                      VEI-TRANSP        DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4060-NOVA-PARADA.
            MOVE ORD-UF     TO WRK-UF-ATUAL.
            MOVE ORD-CIDADE TO WRK-CIDADE-ATUAL.
            PERFORM 4200-CABECALHO-PARADA.

       4200-CABECALHO-PARADA.
            MOVE ZEROS TO WRK-QT-PARADA WRK-VALOR-PARADA
                          WRK-FRETE-PARADA.
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Fecho da viagem: volumes, valores, peso e cubagem embarcados
      * (com a capacidade do veiculo) e a assinatura do motorista.
      *----------------------------------------------------------------
       4400-TOTAL-VIAGEM.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'VOLUMES: '      DELIMITED BY SIZE
                   WRK-QT-VIAGEM    DELIMITED BY SIZE
                   '  VALOR DECLARADO: ' DELIMITED BY SIZE
                   WRK-VALOR-VIAGEM DELIMITED BY SIZE
                   '  FRETE: '      DELIMITED BY SIZE
                   WRK-FRETE-VIAGEM DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-PESO-VIAGEM TO WRK-PESO-ED.
            MOVE WRK-CUB-VIAGEM  TO WRK-CUB-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'PESO (KG): '    DELIMITED BY SIZE
                   WRK-PESO-ED      DELIMITED BY SIZE
                   '  CUBAGEM (M3): ' DELIMITED BY SIZE
                   WRK-CUB-ED       DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-TEM-VEICULO = 'S'
               MOVE VEI-CAP-PESO   TO WRK-PESO-ED
               MOVE VEI-CAP-VOLUME TO WRK-CUB-ED
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'CAPACIDADE DO VEICULO (KG): ' DELIMITED BY SIZE
                      WRK-PESO-ED      DELIMITED BY SIZE
                      '  (M3): '       DELIMITED BY SIZE
                      WRK-CUB-ED       DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            MOVE 'ASSINATURA DO MOTORISTA: ____________________'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            IF WRK-TEM-CLIENTES = 'S'
               CLOSE CLIENTES
            END-IF.
            IF WRK-TEM-PENDENC = 'S'
               CLOSE PENDENC
            END-IF.
            IF WRK-TEM-TRANSPS = 'S'
               CLOSE TRANSPS
            END-IF.
            IF WRK-TEM-PEDITENS = 'S'
               CLOSE PEDITENS
            END-IF.
            IF WRK-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
            END-IF.
            IF WRK-TEM-VEICULOS = 'S'
               CLOSE VEICULOS
            END-IF.
            IF WRK-TEM-ENDERECOS = 'S'
               CLOSE ENDERECOS
            END-IF.
            CLOSE NOTIFICA.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR PEDIDOS.DAT/ROMANEIO.REL'
               IF WRK-SEM-PEDIDOS = 'S'
                  DISPLAY 'NENHUM PEDIDO EXPEDIDO A ROMANEAR'
               ELSE
                  IF WRK-QT-VIAGENS > 1
                     DISPLAY 'ROMANEIOS............: '
                             WRK-NUMERO-INICIAL ' A ' WRK-NUMERO
                     DISPLAY 'VIAGENS..............: ' WRK-QT-VIAGENS
                  ELSE
                     DISPLAY 'ROMANEIO NUMERO......: ' WRK-NUMERO
                  END-IF
                  IF WRK-QT-EXCEDENTES > ZEROS
                     DISPLAY 'PEDIDOS ACIMA DA CAPACIDADE: '
                             WRK-QT-EXCEDENTES
                  END-IF
                  DISPLAY 'PEDIDOS ROMANEADOS...: ' WRK-QT-PEDIDOS
                  DISPLAY 'AVISOS AO CLIENTE....: ' WRK-QT-AVISOS
                  DISPLAY 'MANIFESTO GRAVADO EM ROMANEIO.REL'
               END-IF
               MOVE ZERO TO RETURN-CODE
