      *           PEDSTAT - em vez de uma entrada modo A por pedido.
      *           Pedido legado sem item (lote FRETE) sai na lista
      *           como SEM CODIGO e avanca sem movimento de estoque.
      * Modification History:
      *  15/10/2026 GC - estoque por local (ESTLOCAL.DAT): a lista diz
      *                  de que local retirar cada produto - primeiro
      *                  a LOJ, depois os locais secundarios na ordem
      *                  do codigo - e reserva a quantidade no local;
      *                  a confirmacao baixa o saldo do local pela
      *                  mesma regra.
      *  15/10/2026 GC - lotes com validade (LOTES.DAT): a lista
      *                  indica os lotes a retirar, o que vence
      *                  primeiro antes, e a confirmacao baixa os
      *                  lotes pela mesma ordem (LOTEMOV.cbl).
      *  15/10/2026 GC - kits (KITS.DAT via KITLER.cbl): item de kit
      *                  entra na lista como os seus componentes, e a
      *                  confirmacao baixa saldo, reserva, locais e
      *                  lotes de cada componente.
      *  15/10/2026 GC - pedido complementar de pendencia de entrega
      *                  (PEDIDOS-ORIGEM) sai marcado na lista, para o
      *                  armazem juntar com o que ja foi.
      *  15/10/2026 GC - a confirmacao em bloco enfileira o aviso
      *                  SEPARADO de cada pedido avancado na
      *                  NOTIFICA.SPL (NOTIFICA.CPY), como o avanco
      *                  do PEDSTAT, salvo para o cliente que recusou
      *                  o aviso no cadastro (CLIENTES-AVISOS).
      *  15/10/2026 GC - bloco escolar novo do NOTIFICA.CPY gravado em
      *                  branco no aviso de pedido.
      *  15/10/2026 GC - blocos de orcamento e de endereco de entrega
      *                  do NOTIFICA.CPY gravados em branco no aviso de
      *                  pedido.
      *  15/10/2026 GC - bloco de pontos do NOTIFICA.CPY gravado em
      *                  branco no aviso de pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'PICKLIST.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PICKLIST-REL-STATUS.
      * Saldo por local de armazenagem (ESTOQUE.cbl); opcional.
           SELECT ESTLOCAL
             ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY IS ELC-CHAVE.
      * Lotes com validade (LOTEMOV.cbl); opcional, so leitura.
           SELECT LOTES
             ASSIGN TO 'LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOTES-STATUS
               RECORD KEY IS LOT-CHAVE.
      * Cadastro de clientes (opcional), para o aviso de separacao.
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
           SELECT ORDENACAO
             ASSIGN TO 'PICKLIST.SRT'.
       DATA DIVISION.

       COPY 'ESTMOV.CPY'.

       COPY 'ESTLOCAL.CPY'.

       COPY 'LOTES.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'NOTIFICA.CPY'.

       FD PICKLIST-REL.
       01 PICKLIST-REL-REG    PIC X(132).

            05 ORD-FONE       PIC 9(09).
            05 ORD-DATA       PIC 9(08).
            05 ORD-HORA       PIC 9(08).
            05 ORD-COMPL      PIC X(01).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS     PIC 9(02).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       77 ESTLOCAL-STATUS    PIC 9(02).
       77 WRK-TEM-ESTLOCAL   PIC X(01) VALUE 'N'.
       77 WRK-FIM-LOCAL      PIC X(01) VALUE 'N'.
       77 WRK-LOCAL-PRINCIPAL PIC X(03) VALUE 'LOJ'.
       77 WRK-SOMA-LOCAIS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-LOJA     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-A-ALOCAR       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-LOCAL      PIC 9(07)V99 VALUE ZEROS.
       77 LOTES-STATUS       PIC 9(02).
       77 WRK-TEM-LOTES      PIC X(01) VALUE 'N'.
       77 WRK-FIM-LOTE       PIC X(01) VALUE 'N'.
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
       77 WRK-COMPL        PIC X(01) VALUE 'N'.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-TEM-CLIENTES PIC X(01) VALUE 'N'.
       77 NOTIFICA-STATUS  PIC 9(02).
       77 WRK-QT-AVISOS    PIC 9(05) VALUE ZEROS.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
                     CLOSE ESTMOV
                     OPEN EXTEND ESTMOV
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
            ELSE
               OPEN INPUT PEDIDOS
               OPEN INPUT PRODUTOS
            END-IF.
            OPEN I-O ESTLOCAL.
            IF ESTLOCAL-STATUS = 0
               MOVE 'S' TO WRK-TEM-ESTLOCAL
               IF WRK-MODO = 'L'
                  PERFORM 1100-ZERA-RESERVA-LOCAIS
               END-IF
            END-IF.
            IF WRK-MODO = 'L'
               OPEN INPUT LOTES
               IF LOTES-STATUS = 0
                  MOVE 'S' TO WRK-TEM-LOTES
               END-IF
            END-IF.
            OPEN INPUT PEDITENS.
            IF PEDITENS-STATUS = 0
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * A reserva por local e refeita a cada lista: zera tudo e a
      * alocacao do relatorio reserva de novo.
      *----------------------------------------------------------------
       1100-ZERA-RESERVA-LOCAIS.
            MOVE 'N' TO WRK-FIM-LOCAL.
            MOVE LOW-VALUES TO ELC-CHAVE.
            START ESTLOCAL KEY IS NOT LESS THAN ELC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-LOCAL
            END-START.
            PERFORM 1110-ZERA-RESERVA UNTIL WRK-FIM-LOCAL = 'S'.

       1110-ZERA-RESERVA.
            READ ESTLOCAL NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOCAL
               NOT AT END
                  IF ELC-RESERVADO NOT = ZEROS
                     MOVE ZEROS TO ELC-RESERVADO
                     REWRITE ELC-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO ZERAR RESERVA DO LOCAL '
                                   ELC-LOCAL
                     END-REWRITE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Libera para o SORT um registro por item de pedido registrado;
      * pedido sem item entra como produto 999999 (SEM CODIGO) para o

       2200-LIBERA-ITENS.
            MOVE ZEROS TO WRK-PEDIDO-ITENS.
            MOVE 'N' TO WRK-COMPL.
            IF PEDIDOS-ORIGEM NOT = ZEROS
               MOVE 'S' TO WRK-COMPL
            END-IF.
            IF WRK-TEM-ITENS = 'S'
               MOVE 'N' TO WRK-FIM-ITEM
               MOVE PEDIDOS-FONE TO ITEM-FONE
               MOVE PEDIDOS-FONE TO ORD-FONE
               MOVE PEDIDOS-DATA TO ORD-DATA
               MOVE PEDIDOS-HORA TO ORD-HORA
               MOVE WRK-COMPL TO ORD-COMPL
               RELEASE ORD-REG
            END-IF.

                     AND ITEM-DATA = PEDIDOS-DATA
                     AND ITEM-HORA = PEDIDOS-HORA
                     ADD 1 TO WRK-PEDIDO-ITENS
                     MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO
                     MOVE ZEROS TO WRK-KIT-QT-COMP
                     CALL 'KITLER' USING WRK-KIT-PEDIDO
                        ON EXCEPTION
                           CONTINUE
                     END-CALL
                     IF WRK-KIT-QT-COMP = ZEROS
                        MOVE ITEM-PRODUTO   TO ORD-PRODUTO
                        MOVE ITEM-DESCRICAO TO ORD-DESCRICAO
                        MOVE ITEM-QTD       TO ORD-QTD
                        MOVE ITEM-FONE      TO ORD-FONE
                        MOVE ITEM-DATA      TO ORD-DATA
                        MOVE ITEM-HORA      TO ORD-HORA
                        MOVE WRK-COMPL      TO ORD-COMPL
                        RELEASE ORD-REG
                     ELSE
                        PERFORM 2220-LIBERA-COMPONENTE
                           VARYING WRK-IX-KIT FROM 1 BY 1
                           UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-ITEM
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Item de kit: o armazem separa os componentes, um registro de
      * ordenacao por componente com a quantidade ja multiplicada.
      *----------------------------------------------------------------
       2220-LIBERA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO ORD-PRODUTO.
            COMPUTE ORD-QTD = ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            MOVE ORD-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  MOVE ITEM-DESCRICAO TO ORD-DESCRICAO
               NOT INVALID KEY
                  MOVE PRODUTO-DESCRICAO TO ORD-DESCRICAO
            END-READ.
            MOVE ITEM-FONE TO ORD-FONE.
            MOVE ITEM-DATA TO ORD-DATA.
            MOVE ITEM-HORA TO ORD-HORA.
            MOVE WRK-COMPL TO ORD-COMPL.
            RELEASE ORD-REG.

       4000-GRAVA-RELATORIO.
            PERFORM 4100-GRAVA-LINHA-ITEM UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'N'
                         ORD-QTD      DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  IF ORD-COMPL = 'S'
                     MOVE '(COMPLEMENTO DE PENDENCIA)'
                       TO RPT-LINHA-IMPRESSA(70:26)
                  END-IF
                  PERFORM 9990-GRAVA-LINHA-RPT
            END-RETURN.

                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-PROD-ATUAL NOT = 999999
               MOVE WRK-PROD-ATUAL TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE WRK-TOT-PRODUTO TO WRK-A-ALOCAR
                     PERFORM 7000-ALOCA-LOCAIS
                     IF WRK-TEM-LOTES = 'S'
                        MOVE WRK-TOT-PRODUTO TO WRK-A-ALOCAR
                        PERFORM 7500-LOTES-RETIRADA
                     END-IF
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Linha de retirada por local, impressa pela alocacao.
      *----------------------------------------------------------------
       4400-LINHA-RETIRADA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   RETIRAR EM '  DELIMITED BY SIZE
                   ELC-LOCAL         DELIMITED BY SIZE
                   ': '              DELIMITED BY SIZE
                   WRK-QTD-LOCAL     DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Confirmacao em bloco: todos os PED-REGISTRADO avancam para S
               PERFORM 5100-AVANCA-PEDIDO UNTIL WRK-FIM-ARQ = 'S'
               DISPLAY 'PEDIDOS AVANCADOS....: ' WRK-QT-AVANCADOS
               DISPLAY 'MOVIMENTOS DE ESTOQUE: ' WRK-QT-MOVIMENTOS
               DISPLAY 'AVISOS AO CLIENTE....: ' WRK-QT-AVISOS
            ELSE
               DISPLAY 'CONFIRMACAO CANCELADA'
            END-IF.
                        NOT INVALID KEY
                           ADD 1 TO WRK-QT-AVANCADOS
                           PERFORM 5200-MOVIMENTA-ITENS
                           PERFORM 5300-AVISA-CLIENTE
                     END-REWRITE
                  END-IF
            END-READ.
            END-READ.

       5220-APLICA-SALDO.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO WRK-PRODUTO-MOV
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 5225-APLICA-PRODUTO
            ELSE
               PERFORM 5222-APLICA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.

       5222-APLICA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO WRK-PRODUTO-MOV.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 5225-APLICA-PRODUTO.

       5225-APLICA-PRODUTO.
            MOVE WRK-PRODUTO-MOV TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'PRODUTO DO ITEM SEM CADASTRO: '
                          WRK-PRODUTO-MOV
               NOT INVALID KEY
                  MOVE WRK-QTD-COMP TO WRK-A-ALOCAR
                  PERFORM 7000-ALOCA-LOCAIS
                  IF WRK-QTD-COMP > PRODUTO-ESTOQUE
                     DISPLAY 'AVISO: SALDO INSUFICIENTE - '
                             'BAIXADO ATE ZERO: ' WRK-PRODUTO-MOV
                     MOVE ZEROS TO PRODUTO-ESTOQUE
                  ELSE
                     SUBTRACT WRK-QTD-COMP FROM PRODUTO-ESTOQUE
                  END-IF
                  IF WRK-QTD-COMP > PRODUTO-RESERVADO
                     MOVE ZEROS TO PRODUTO-RESERVADO
                  ELSE
                     SUBTRACT WRK-QTD-COMP FROM PRODUTO-RESERVADO
                  END-IF
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR SALDO: '
                                WRK-PRODUTO-MOV
                     NOT INVALID KEY
                        PERFORM 5230-GRAVA-MOVIMENTO
                        ADD 1 TO WRK-QT-MOVIMENTOS
                        MOVE 'S'             TO WRK-LTM-OPERACAO
                        MOVE WRK-PRODUTO-MOV TO WRK-LTM-PRODUTO
                        MOVE WRK-QTD-COMP    TO WRK-LTM-QTD
                        CALL 'LOTEMOV' USING WRK-LOTEMOV-PARM
                           ON EXCEPTION
                              CONTINUE
                        END-CALL
                  END-REWRITE
            END-READ.

       5230-GRAVA-MOVIMENTO.
            MOVE WRK-DATA-MOV    TO MOV-DATA.
            ACCEPT MOV-HORA FROM TIME.
            MOVE WRK-PRODUTO-MOV TO MOV-PRODUTO.
            MOVE 'S'             TO MOV-TIPO.
            MOVE WRK-QTD-COMP    TO MOV-QTD.
            MOVE SPACES          TO MOV-DOCUMENTO.
            STRING PEDIDOS-FONE DELIMITED BY SIZE
                   PEDIDOS-DATA DELIMITED BY SIZE
                   PEDIDOS-HORA DELIMITED BY SIZE
            MOVE PRODUTO-UNIDADE TO MOV-UNIDADE.
            WRITE ESTMOV-REG.

      *----------------------------------------------------------------
      * Aviso SEPARADO ao cliente do pedido avancado, mesmo evento do
      * PEDSTAT; cliente sem cadastro ou que recusou o aviso fica de
      * fora.
      *----------------------------------------------------------------
       5300-AVISA-CLIENTE.
            IF WRK-TEM-CLIENTES = 'S'
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT CLI-SEM-AVISO-SEPARADO
                        PERFORM 5310-GRAVA-AVISO
                     END-IF
               END-READ
            END-IF.

       5310-GRAVA-AVISO.
            MOVE 'SEPARADO'     TO NOTIF-EVENTO.
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
            WRITE NOTIF-REG.
            ADD 1 TO WRK-QT-AVISOS.

      *----------------------------------------------------------------
      * Aloca WRK-A-ALOCAR do produto corrente pelos locais: primeiro
      * a LOJ (total menos os secundarios), depois os secundarios na
      * ordem do codigo. Na lista (L) imprime a retirada e reserva no
      * local; na confirmacao (C) baixa saldo e reserva do local. O
      * que a LOJ cobre nao tem registro a atualizar.
      *----------------------------------------------------------------
       7000-ALOCA-LOCAIS.
            MOVE ZEROS TO WRK-SOMA-LOCAIS.
            IF WRK-TEM-ESTLOCAL = 'S'
               PERFORM 7100-POSICIONA-LOCAIS
               PERFORM 7110-SOMA-LOCAL UNTIL WRK-FIM-LOCAL = 'S'
            END-IF.
            IF WRK-SOMA-LOCAIS > PRODUTO-ESTOQUE
               MOVE ZEROS TO WRK-SALDO-LOJA
            ELSE
               COMPUTE WRK-SALDO-LOJA =
                       PRODUTO-ESTOQUE - WRK-SOMA-LOCAIS
            END-IF.
            IF WRK-A-ALOCAR > WRK-SALDO-LOJA
               MOVE WRK-SALDO-LOJA TO WRK-QTD-LOCAL
            ELSE
               MOVE WRK-A-ALOCAR TO WRK-QTD-LOCAL
            END-IF.
            SUBTRACT WRK-QTD-LOCAL FROM WRK-A-ALOCAR.
            IF WRK-MODO = 'L' AND WRK-QTD-LOCAL > ZEROS
               MOVE WRK-LOCAL-PRINCIPAL TO ELC-LOCAL
               PERFORM 4400-LINHA-RETIRADA
            END-IF.
            IF WRK-TEM-ESTLOCAL = 'S' AND WRK-A-ALOCAR > ZEROS
               PERFORM 7100-POSICIONA-LOCAIS
               PERFORM 7120-ALOCA-LOCAL UNTIL WRK-FIM-LOCAL = 'S'
                                         OR WRK-A-ALOCAR = ZEROS
            END-IF.
            IF WRK-MODO = 'L' AND WRK-A-ALOCAR > ZEROS
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING '   SEM SALDO EM LOCAL: ' DELIMITED BY SIZE
                      WRK-A-ALOCAR             DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       7100-POSICIONA-LOCAIS.
            MOVE 'N' TO WRK-FIM-LOCAL.
            MOVE PRODUTO-CODIGO TO ELC-PRODUTO.
            MOVE LOW-VALUES     TO ELC-LOCAL.
            START ESTLOCAL KEY IS NOT LESS THAN ELC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-LOCAL
            END-START.

       7110-SOMA-LOCAL.
            READ ESTLOCAL NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOCAL
               NOT AT END
                  IF ELC-PRODUTO NOT = PRODUTO-CODIGO
                     MOVE 'S' TO WRK-FIM-LOCAL
                  ELSE
                     ADD ELC-SALDO TO WRK-SOMA-LOCAIS
                  END-IF
            END-READ.

       7120-ALOCA-LOCAL.
            READ ESTLOCAL NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOCAL
               NOT AT END
                  IF ELC-PRODUTO NOT = PRODUTO-CODIGO
                     MOVE 'S' TO WRK-FIM-LOCAL
                  ELSE
                  IF ELC-SALDO > ZEROS
                     IF WRK-A-ALOCAR > ELC-SALDO
                        MOVE ELC-SALDO TO WRK-QTD-LOCAL
                     ELSE
                        MOVE WRK-A-ALOCAR TO WRK-QTD-LOCAL
                     END-IF
                     SUBTRACT WRK-QTD-LOCAL FROM WRK-A-ALOCAR
                     IF WRK-MODO = 'L'
                        ADD WRK-QTD-LOCAL TO ELC-RESERVADO
                        PERFORM 4400-LINHA-RETIRADA
                     ELSE
                        SUBTRACT WRK-QTD-LOCAL FROM ELC-SALDO
                        IF WRK-QTD-LOCAL > ELC-RESERVADO
                           MOVE ZEROS TO ELC-RESERVADO
                        ELSE
                           SUBTRACT WRK-QTD-LOCAL FROM ELC-RESERVADO
                        END-IF
                     END-IF
                     REWRITE ELC-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O LOCAL '
                                   ELC-LOCAL
                     END-REWRITE
                  END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Lotes a retirar, o que vence primeiro antes, ate cobrir o
      * total do produto; o que sobrar e mercadoria sem lote.
      *----------------------------------------------------------------
       7500-LOTES-RETIRADA.
            MOVE 'N' TO WRK-FIM-LOTE.
            MOVE PRODUTO-CODIGO TO LOT-PRODUTO.
            MOVE ZEROS          TO LOT-VALIDADE.
            MOVE LOW-VALUES     TO LOT-NUMERO.
            START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-LOTE
            END-START.
            PERFORM 7510-LOTE-RETIRADA UNTIL WRK-FIM-LOTE = 'S'
                                          OR WRK-A-ALOCAR = ZEROS.

       7510-LOTE-RETIRADA.
            READ LOTES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOTE
               NOT AT END
                  IF LOT-PRODUTO NOT = PRODUTO-CODIGO
                     MOVE 'S' TO WRK-FIM-LOTE
                  ELSE
                     IF WRK-A-ALOCAR > LOT-SALDO
                        MOVE LOT-SALDO TO WRK-QTD-LOCAL
                     ELSE
                        MOVE WRK-A-ALOCAR TO WRK-QTD-LOCAL
                     END-IF
                     SUBTRACT WRK-QTD-LOCAL FROM WRK-A-ALOCAR
                     MOVE SPACES TO RPT-LINHA-IMPRESSA
                     STRING '   LOTE '     DELIMITED BY SIZE
                            LOT-NUMERO     DELIMITED BY SIZE
                            ' VALIDADE '   DELIMITED BY SIZE
                            LOT-VALIDADE   DELIMITED BY SIZE
                            ': '           DELIMITED BY SIZE
                            WRK-QTD-LOCAL  DELIMITED BY SIZE
                            INTO RPT-LINHA-IMPRESSA
                     END-STRING
                     PERFORM 9990-GRAVA-LINHA-RPT
                  END-IF
            END-READ.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            IF WRK-TEM-ITENS = 'S'
               CLOSE PEDITENS
            END-IF.
            CLOSE PRODUTOS.
            IF WRK-MODO = 'C'
               CLOSE ESTMOV
               IF WRK-TEM-CLIENTES = 'S'
                  CLOSE CLIENTES
               END-IF
               CLOSE NOTIFICA
            END-IF.
            IF WRK-TEM-ESTLOCAL = 'S'
               CLOSE ESTLOCAL
            END-IF.
            IF WRK-TEM-LOTES = 'S'
               CLOSE LOTES
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
