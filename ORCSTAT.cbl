      *           a proxima execucao do FATURA.cbl emita a fatura
      *           numerada identica ao orcamento; o orcamento passa a
      *           FATURADO. Modo L lista os orcamentos e situacoes.
      * Modification History:
      *  15/10/2026 GC - orcamento ligado ao estoque: a aprovacao
      *                  converte a area orcada de cada item, com a
      *                  perda do material, em quantidade do produto
      *                  vinculado (MATERIAIS.CPY: MAT-PRODUTO e
      *                  rendimento em m2 por unidade; unidade que nao
      *                  e M2 arredonda para cima), confere o
      *                  disponivel e reserva em PRODUTO-RESERVADO -
      *                  faltando produto a aprovacao e recusada. O
      *                  aprovado pode ainda ser rejeitado ou expirar,
      *                  devolvendo a reserva, e a conversao em fatura
      *                  da a saida da reserva no ESTMOV.LOG.
      *  15/10/2026 GC - a aprovacao grava o dia em
      *                  ORC-DATA-APROVACAO, para o funil mensal
      *                  (ORCFUNIL.cbl) medir os dias ate aprovar.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORCAMENTOS-STATUS
               RECORD KEY IS ORC-CHAVE.
           SELECT MATERIAIS
             ASSIGN TO 'MATERIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MATERIAIS-STATUS
               RECORD KEY IS MAT-CODIGO.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT ESTMOV
             ASSIGN TO 'ESTMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.
           SELECT FATURA-TXT
             ASSIGN TO 'FATURA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FATCLI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'ORCAMENTOS.CPY'.

       COPY 'MATERIAIS.CPY'.

       COPY 'PRODUTOS.CPY'.

       COPY 'ESTMOV.CPY'.

       FD FATURA-TXT.
       01 FATURA-TXT-REG.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-SITUACAO-NOVA PIC X(01) VALUE SPACE.
       77 WRK-QT-ITENS      PIC 9(03) VALUE ZEROS.
       77 MATERIAIS-STATUS  PIC 9(02).
       77 PRODUTOS-STATUS   PIC 9(02).
       77 ESTMOV-STATUS     PIC 9(02).
       77 WRK-DATA-MOV      PIC 9(08) VALUE ZEROS.
       77 WRK-FALTA         PIC X(01) VALUE 'N'.
       77 WRK-AREA-COMPRA   PIC 9(08)V9999 VALUE ZEROS.
       77 WRK-QTD-CALC      PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-QTD-INTEIRA   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ITEM      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-IX            PIC 9(03) VALUE ZEROS.
       77 WRK-IX-SOMA       PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-QT-MOVIMENTOS PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Reserva da aprovacao: quantidade de cada item e total por
      * produto (o mesmo piso pode estar em mais de um comodo).
      *----------------------------------------------------------------
       01 WRK-RES-TAB.
            05 WRK-RES-ITEM OCCURS 200 TIMES.
                10 WRK-RES-SEQ     PIC 9(03).
                10 WRK-RES-PRODUTO PIC 9(06).
                10 WRK-RES-QTD     PIC 9(05)V99.
       77 WRK-QT-RES        PIC 9(03) VALUE ZEROS.
       01 WRK-SOMA-TAB.
            05 WRK-SOMA-ITEM OCCURS 50 TIMES.
                10 WRK-SOMA-PRODUTO PIC 9(06).
                10 WRK-SOMA-QTD     PIC 9(07)V99.
       77 WRK-QT-SOMA       PIC 9(03) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-LOTEMOV-PARM.
            05 WRK-LTM-OPERACAO     PIC X(01).
            05 WRK-LTM-PRODUTO      PIC 9(06).
            05 WRK-LTM-QTD          PIC 9(05)V99.
            05 WRK-LTM-LOTE         PIC X(10).
            05 WRK-LTM-VALIDADE     PIC 9(08).
            05 WRK-LTM-BAIXADO      PIC 9(05)V99.
            05 WRK-LTM-LOTE-BAIXADO PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               WHEN OTHER MOVE 'L' TO WRK-MODO
            END-EVALUATE.
            OPEN I-O ORCAMENTOS.
            IF ORCAMENTOS-STATUS = 0 AND WRK-MODO NOT = 'L'
               PERFORM 1100-ABRE-ESTOQUE
            END-IF.
            IF ORCAMENTOS-STATUS NOT = 0
               DISPLAY 'ORCAMENTOS.DAT INDISPONIVEL'
               MOVE 16 TO RETURN-CODE
                     PERFORM 7000-LISTA-ORCAMENTOS
               END-EVALUATE
               CLOSE ORCAMENTOS
               IF WRK-MODO NOT = 'L'
                  CLOSE MATERIAIS
                  CLOSE PRODUTOS
                  CLOSE ESTMOV
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Situacao e conversao mexem no estoque: materiais, produtos e
      * o livro de movimentos, com a data de movimento do DATAMOV.
      *----------------------------------------------------------------
       1100-ABRE-ESTOQUE.
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            OPEN INPUT MATERIAIS.
            OPEN I-O PRODUTOS.
            OPEN EXTEND ESTMOV
              IF ESTMOV-STATUS = 35 THEN
                  OPEN OUTPUT ESTMOV
                  CLOSE ESTMOV
                  OPEN EXTEND ESTMOV
               END-IF.
            IF MATERIAIS-STATUS NOT = 0 OR PRODUTOS-STATUS NOT = 0
               OR ESTMOV-STATUS NOT = 0
               DISPLAY 'MATERIAIS.DAT/PRODUTOS.DAT/ESTMOV.LOG '
                       'INDISPONIVEIS'
               CLOSE ORCAMENTOS
               MOVE 99 TO ORCAMENTOS-STATUS
            END-IF.

      *----------------------------------------------------------------
      * Orcamento aberto muda para aprovado (com a reserva do
      * material), rejeitado ou expirado; o aprovado ainda pode ser
      * rejeitado ou expirar, devolvendo a reserva. Rejeitado,
      * expirado e faturado sao finais (a conversao e quem leva o
      * aprovado a FATURADO).
      *----------------------------------------------------------------
       5000-MUDA-SITUACAO.
                  INVALID KEY
                     DISPLAY 'ORCAMENTO NAO ENCONTRADO: ' WRK-NUMERO
                  NOT INVALID KEY
                     EVALUATE TRUE
                        WHEN ORC-ABERTO AND WRK-SITUACAO-NOVA = 'P'
                           PERFORM 5100-RESERVA-MATERIAIS
                           IF WRK-FALTA = 'N'
                              PERFORM 5900-GRAVA-SITUACAO
                           ELSE
                              DISPLAY 'APROVACAO RECUSADA - ESTOQUE '
                                      'INSUFICIENTE'
                           END-IF
                        WHEN ORC-ABERTO
                           PERFORM 5900-GRAVA-SITUACAO
                        WHEN ORC-APROVADO
                           AND WRK-SITUACAO-NOVA NOT = 'P'
                           PERFORM 5300-LIBERA-RESERVA
                           PERFORM 5900-GRAVA-SITUACAO
                        WHEN OTHER
                           DISPLAY 'ORCAMENTO NAO ESTA ABERTO (SIT '
                                   ORC-SITUACAO ')'
                     END-EVALUATE
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Quantidade do produto de cada item (area com a perda do
      * material / rendimento); so reserva se todos os produtos tem
      * disponivel (saldo - reservado) para o total do orcamento.
      *----------------------------------------------------------------
       5100-RESERVA-MATERIAIS.
            MOVE 'N' TO WRK-FALTA.
            MOVE ZEROS TO WRK-QT-RES WRK-QT-SOMA.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-NUMERO TO ORC-NUMERO.
            MOVE 1 TO ORC-SEQ.
            START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5110-LE-ITEM UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 5150-CONFERE-PRODUTO
               VARYING WRK-IX-SOMA FROM 1 BY 1
               UNTIL WRK-IX-SOMA > WRK-QT-SOMA.
            IF WRK-FALTA = 'N'
               PERFORM 5160-RESERVA-PRODUTO
                  VARYING WRK-IX-SOMA FROM 1 BY 1
                  UNTIL WRK-IX-SOMA > WRK-QT-SOMA
               PERFORM 5170-MARCA-ITEM
                  VARYING WRK-IX FROM 1 BY 1
                  UNTIL WRK-IX > WRK-QT-RES
               DISPLAY 'RESERVADOS ' WRK-QT-SOMA ' PRODUTO(S) PARA '
                       WRK-QT-RES ' ITEM(NS)'
            END-IF.

       5110-LE-ITEM.
            READ ORCAMENTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ORC-NUMERO = WRK-NUMERO AND ORC-ITEM-REG
                     IF ORC-MATERIAL NOT = SPACE
                        PERFORM 5120-CONVERTE-ITEM
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

       5120-CONVERTE-ITEM.
            MOVE ORC-MATERIAL TO MAT-CODIGO.
            READ MATERIAIS
               INVALID KEY
                  DISPLAY 'MATERIAL SEM CADASTRO: ' ORC-MATERIAL
                          ' (ITEM ' ORC-SEQ ')'
                  MOVE ZEROS TO MAT-PRODUTO
            END-READ.
            IF MAT-PRODUTO NOT = ZEROS
               MOVE MAT-PRODUTO TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     DISPLAY 'PRODUTO DO MATERIAL SEM CADASTRO: '
                             MAT-PRODUTO
                     MOVE 'S' TO WRK-FALTA
                  NOT INVALID KEY
                     IF MAT-RENDIMENTO = ZEROS
                        MOVE 1 TO MAT-RENDIMENTO
                     END-IF
                     COMPUTE WRK-AREA-COMPRA ROUNDED =
                             ORC-AREA * (1 + MAT-PERDA / 100)
                     COMPUTE WRK-QTD-CALC =
                             WRK-AREA-COMPRA / MAT-RENDIMENTO
      *              caixa/peca nao se vende em fracao
                     IF PRODUTO-UNIDADE = 'M2'
                        COMPUTE WRK-QTD-ITEM ROUNDED = WRK-QTD-CALC
                     ELSE
                        MOVE WRK-QTD-CALC TO WRK-QTD-INTEIRA
                        IF WRK-QTD-INTEIRA < WRK-QTD-CALC
                           ADD 1 TO WRK-QTD-INTEIRA
                        END-IF
                        MOVE WRK-QTD-INTEIRA TO WRK-QTD-ITEM
                     END-IF
                     PERFORM 5130-GUARDA-RESERVA
               END-READ
            END-IF.

       5130-GUARDA-RESERVA.
            IF WRK-QT-RES < 200
               ADD 1 TO WRK-QT-RES
               MOVE ORC-SEQ      TO WRK-RES-SEQ(WRK-QT-RES)
               MOVE MAT-PRODUTO  TO WRK-RES-PRODUTO(WRK-QT-RES)
               MOVE WRK-QTD-ITEM TO WRK-RES-QTD(WRK-QT-RES)
               MOVE 'N' TO WRK-ACHOU
               PERFORM 5135-SOMA-PRODUTO
                  VARYING WRK-IX-SOMA FROM 1 BY 1
                  UNTIL WRK-IX-SOMA > WRK-QT-SOMA
                     OR WRK-ACHOU = 'S'
               IF WRK-ACHOU = 'N'
                  IF WRK-QT-SOMA < 50
                     ADD 1 TO WRK-QT-SOMA
                     MOVE MAT-PRODUTO
                       TO WRK-SOMA-PRODUTO(WRK-QT-SOMA)
                     MOVE WRK-QTD-ITEM TO WRK-SOMA-QTD(WRK-QT-SOMA)
                  ELSE
                     DISPLAY 'ORCAMENTO COM MAIS DE 50 PRODUTOS'
                     MOVE 'S' TO WRK-FALTA
                  END-IF
               END-IF
            ELSE
               DISPLAY 'ORCAMENTO COM MAIS DE 200 ITENS'
               MOVE 'S' TO WRK-FALTA
            END-IF.

       5135-SOMA-PRODUTO.
            IF WRK-SOMA-PRODUTO(WRK-IX-SOMA) = MAT-PRODUTO
               ADD WRK-QTD-ITEM TO WRK-SOMA-QTD(WRK-IX-SOMA)
               MOVE 'S' TO WRK-ACHOU
            END-IF.

       5150-CONFERE-PRODUTO.
            MOVE WRK-SOMA-PRODUTO(WRK-IX-SOMA) TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  MOVE 'S' TO WRK-FALTA
               NOT INVALID KEY
                  COMPUTE WRK-DISPONIVEL =
                          PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                  IF WRK-SOMA-QTD(WRK-IX-SOMA) > WRK-DISPONIVEL
                     DISPLAY 'FALTA ' PRODUTO-CODIGO ' '
                             PRODUTO-DESCRICAO
                     DISPLAY '   PRECISA ' WRK-SOMA-QTD(WRK-IX-SOMA)
                             ' ' PRODUTO-UNIDADE
                             ' DISPONIVEL ' WRK-DISPONIVEL
                     MOVE 'S' TO WRK-FALTA
                  END-IF
            END-READ.

       5160-RESERVA-PRODUTO.
            MOVE WRK-SOMA-PRODUTO(WRK-IX-SOMA) TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD WRK-SOMA-QTD(WRK-IX-SOMA) TO PRODUTO-RESERVADO
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR RESERVA: '
                                PRODUTO-CODIGO
                  END-REWRITE
            END-READ.

       5170-MARCA-ITEM.
            MOVE WRK-NUMERO TO ORC-NUMERO.
            MOVE WRK-RES-SEQ(WRK-IX) TO ORC-SEQ.
            READ ORCAMENTOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE WRK-RES-PRODUTO(WRK-IX) TO ORC-PRODUTO
                  MOVE WRK-RES-QTD(WRK-IX)     TO ORC-QTD-RESERVADA
                  REWRITE ORC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO MARCAR RESERVA DO ITEM '
                                ORC-SEQ
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Aprovado rejeitado/expirado: a reserva de cada item volta
      * para o disponivel (nada saiu da prateleira, sem livro).
      *----------------------------------------------------------------
       5300-LIBERA-RESERVA.
            MOVE ZEROS TO WRK-QT-RES.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-NUMERO TO ORC-NUMERO.
            MOVE 1 TO ORC-SEQ.
            START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5310-LIBERA-ITEM UNTIL WRK-FIM-ARQ = 'S'.
            DISPLAY 'RESERVA DEVOLVIDA DE ' WRK-QT-RES ' ITEM(NS)'.

       5310-LIBERA-ITEM.
            READ ORCAMENTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ORC-NUMERO = WRK-NUMERO AND ORC-ITEM-REG
                     IF ORC-QTD-RESERVADA > ZEROS
                        MOVE ORC-PRODUTO TO PRODUTO-CODIGO
                        READ PRODUTOS
                           INVALID KEY
                              CONTINUE
                           NOT INVALID KEY
                              IF ORC-QTD-RESERVADA > PRODUTO-RESERVADO
                                 MOVE ZEROS TO PRODUTO-RESERVADO
                              ELSE
                                 SUBTRACT ORC-QTD-RESERVADA
                                     FROM PRODUTO-RESERVADO
                              END-IF
                              REWRITE PRODUTO-REG
                        END-READ
                        MOVE ZEROS TO ORC-QTD-RESERVADA
                        REWRITE ORC-REG
                        ADD 1 TO WRK-QT-RES
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

       5900-GRAVA-SITUACAO.
            MOVE WRK-NUMERO TO ORC-NUMERO.
            MOVE ZEROS TO ORC-SEQ.
            READ ORCAMENTOS
               INVALID KEY
                  DISPLAY 'CABECALHO SUMIU NA MUDANCA DE SITUACAO'
               NOT INVALID KEY
                  MOVE WRK-SITUACAO-NOVA TO ORC-SITUACAO
                  IF ORC-APROVADO
                     MOVE WRK-DATA-MOV TO ORC-DATA-APROVACAO
                  END-IF
                  REWRITE ORC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR'
                     NOT INVALID KEY
                        DISPLAY 'SITUACAO ALTERADA PARA '
                                ORC-SITUACAO
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Conversao: orcamento APROVADO vira entrada do FATURA.cbl
      * (FATURA.TXT + FATCLI.TXT), garantindo fatura identica ao
            MOVE ORC-FONE TO FATCLI-FONE.
            WRITE FATCLI-REG.
            CLOSE FATCLI.
            MOVE ZEROS TO WRK-QT-ITENS WRK-QT-MOVIMENTOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-NUMERO TO ORC-NUMERO.
            MOVE 1 TO ORC-SEQ.
            START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
            END-READ.
            DISPLAY 'GERADOS FATURA.TXT (' WRK-QT-ITENS
                    ' ITENS) E FATCLI.TXT - EXECUTE O FATURA'.
            DISPLAY 'SAIDAS DE ESTOQUE NO ESTMOV.LOG: '
                    WRK-QT-MOVIMENTOS.

       6110-GERA-ITEM.
            READ ORCAMENTOS NEXT RECORD
                     MOVE ZEROS TO FAT-DESCONTO-PERC
                                   FAT-IMPOSTO-PERC
                     WRITE FATURA-TXT-REG
                     IF ORC-QTD-RESERVADA > ZEROS
                        PERFORM 6120-BAIXA-ESTOQUE
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * A reserva da aprovacao vira saida real: baixa o saldo e a
      * reserva, grava o livro com o numero do orcamento e consome
      * os lotes pelo que vence primeiro (como a separacao do
      * PEDSTAT). Saida maior que o saldo baixa ate zero com aviso.
      *----------------------------------------------------------------
       6120-BAIXA-ESTOQUE.
            MOVE ORC-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'PRODUTO DO ITEM SEM CADASTRO: ' ORC-PRODUTO
               NOT INVALID KEY
                  IF ORC-QTD-RESERVADA > PRODUTO-ESTOQUE
                     DISPLAY 'AVISO: SALDO INSUFICIENTE - '
                             'BAIXADO ATE ZERO: ' ORC-PRODUTO
                     MOVE ZEROS TO PRODUTO-ESTOQUE
                  ELSE
                     SUBTRACT ORC-QTD-RESERVADA FROM PRODUTO-ESTOQUE
                  END-IF
                  IF ORC-QTD-RESERVADA > PRODUTO-RESERVADO
                     MOVE ZEROS TO PRODUTO-RESERVADO
                  ELSE
                     SUBTRACT ORC-QTD-RESERVADA FROM PRODUTO-RESERVADO
                  END-IF
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR SALDO: ' ORC-PRODUTO
                     NOT INVALID KEY
                        PERFORM 6130-GRAVA-MOVIMENTO
                  END-REWRITE
            END-READ.

       6130-GRAVA-MOVIMENTO.
            MOVE WRK-DATA-MOV      TO MOV-DATA.
            ACCEPT MOV-HORA FROM TIME.
            MOVE ORC-PRODUTO       TO MOV-PRODUTO.
            MOVE 'S'               TO MOV-TIPO.
            MOVE ORC-QTD-RESERVADA TO MOV-QTD.
            MOVE SPACES            TO MOV-DOCUMENTO.
            STRING 'ORCAMENTO ' DELIMITED BY SIZE
                   ORC-NUMERO   DELIMITED BY SIZE
                   INTO MOV-DOCUMENTO
            END-STRING.
            MOVE PRODUTO-ESTOQUE   TO MOV-SALDO.
            MOVE PRODUTO-UNIDADE   TO MOV-UNIDADE.
            WRITE ESTMOV-REG.
            ADD 1 TO WRK-QT-MOVIMENTOS.
            MOVE 'S'               TO WRK-LTM-OPERACAO.
            MOVE ORC-PRODUTO       TO WRK-LTM-PRODUTO.
            MOVE ORC-QTD-RESERVADA TO WRK-LTM-QTD.
            CALL 'LOTEMOV' USING WRK-LOTEMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       7000-LISTA-ORCAMENTOS.
            DISPLAY 'NUMERO  DATA     CLIENTE   TOTAL        SIT'.
            MOVE LOW-VALUES TO ORC-CHAVE.
