      *                  + quantidade x custo da entrada, dividido
      *                  pelo saldo novo); a valorizacao do estoque e
      *                  a margem preco x custo saem no ESTVALOR.cbl.
      *  15/10/2026 GC - contas a pagar: a entrada contra pedido de
      *                  compra com custo informado abre o titulo do
      *                  fornecedor em PAGAR.DAT (quantidade x custo,
      *                  vencimento na data de movimento mais o
      *                  parametro PRAZO-PAGAR, padrao 30 dias), com
      *                  a nota em branco para o PAGAR.cbl completar
      *                  quando ela chegar.
      *  15/10/2026 GC - estoque por local: movimento ganha o local
      *                  (branco = LOJ, o fundo da loja) e atualiza o
      *                  saldo do local em ESTLOCAL.DAT alem do total;
      *                  nova opcao 4 de transferencia entre locais,
      *                  com as duas pernas (T/R) no ESTMOV.LOG, e a
      *                  consulta de saldo abre o total por local.
      *  15/10/2026 GC - lote e validade: a entrada aceita numero de
      *                  lote e data de validade e soma no lote em
      *                  LOTES.DAT (LOTEMOV.cbl); a saida baixa os
      *                  lotes do produto pelo que vence primeiro. O
      *                  lote vai no documento do ESTMOV.LOG.
      *  15/10/2026 GC - pendencias de entrega (PENDENC.DAT, gravado
      *                  pelo PEDENTRA/PEDLOTE): a entrada do produto
      *                  reserva o disponivel para as pendencias
      *                  abertas dele; pendencia toda reservada gera
      *                  o pedido complementar (cabecalho + item, sem
      *                  frete, PEDIDOS-ORIGEM = pedido original) que
      *                  segue pela separacao/expedicao normal.
      *  15/10/2026 GC - item do pedido complementar sai sem campanha
      *                  de promocao (ITEM-CAMPANHA em branco): o
      *                  preco da pendencia ja e o do pedido original.
      *  15/10/2026 GC - pedido complementar gravado marcado em
      *                  PEDMARCA.MOV para o resumo mensal de vendas
      *                  (VENDMES.cbl).
      *  15/10/2026 GC - pedido complementar herda o endereco de
      *                  entrega da pendencia (PEN-ENDERECO-SEQ).
      *  15/10/2026 GC - entrada com custo contra OC do fornecedor
      *                  preferido atualiza o ultimo custo do vinculo
      *                  produto x fornecedor (PRODFORN.DAT).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OCOMPRA-STATUS
               RECORD KEY IS OC-NUMERO.
      * Fornecedor preferido do produto (PEDCOMPRA.cbl modo V).
           SELECT PRODFORN
             ASSIGN TO 'PRODFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODFORN-STATUS
               RECORD KEY IS PFN-PRODUTO.
      * Lista de interesse por produto em falta (PEDENTRA).
           SELECT ESPERA
             ASSIGN TO 'ESPERA.DAT'
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
      * Contas a pagar (PAGAR.cbl): o recebimento contra pedido de
      * compra abre o titulo do fornecedor.
           SELECT PAGAR
             ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY IS PAG-NUMERO.
           SELECT PAGSEQ
             ASSIGN TO 'PAGAR.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGSEQ-STATUS.
      * Fila de notificacoes consumida pelo NOTPROC.cbl.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
      * Saldo por local de armazenagem (locais secundarios; a LOJ e o
      * total menos a soma deles).
           SELECT ESTLOCAL
             ASSIGN TO 'ESTLOCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESTLOCAL-STATUS
               RECORD KEY IS ELC-CHAVE.
      * Pendencias de entrega e os pedidos complementares gerados
      * para elas.
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
           SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PRODUTOS.CPY'.

       COPY 'OCOMPRA.CPY'.

       COPY 'PRODFORN.CPY'.

       COPY 'ESPERA.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'PAGAR.CPY'.

       COPY 'ESTLOCAL.CPY'.

       COPY 'PENDENC.CPY'.

       COPY 'PEDIDOS.CPY'.

       COPY 'PEDITENS.CPY'.

       FD PAGSEQ.
       01 PAGSEQ-REG.
            05 PAGSEQ-NUMERO PIC 9(06).

       FD NOTIFICA.
       01 NOTIF-REG.
            05 NOTIF-EVENTO  PIC X(10).
       77 WRK-TEM-OCOMPRA PIC X(01) VALUE 'N'.
       77 WRK-OC-NUMERO   PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-ENTRADA PIC 9(07)V99 VALUE ZEROS.
       77 PRODFORN-STATUS PIC 9(02).
       77 WRK-TEM-PRODFORN PIC X(01) VALUE 'N'.
       77 ESPERA-STATUS   PIC 9(02).
       77 CLIENTES-STATUS PIC 9(02).
       77 NOTIFICA-STATUS PIC 9(02).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       77 WRK-CUSTO-TOTAL PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-NOVO  PIC 9(06)V99 VALUE ZEROS.
       77 PAGAR-STATUS    PIC 9(02).
       77 PAGSEQ-STATUS   PIC 9(02).
       77 WRK-TEM-PAGAR   PIC X(01) VALUE 'N'.
       77 WRK-NUM-TITULO  PIC 9(06) VALUE ZEROS.
       77 WRK-PRAZO-PAGAR PIC 9(03) VALUE 30.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       77 ESTLOCAL-STATUS PIC 9(02).
       77 WRK-LOCAL-PRINCIPAL PIC X(03) VALUE 'LOJ'.
       77 WRK-LOCAL       PIC X(03) VALUE SPACES.
       77 WRK-LOCAL-DESTINO PIC X(03) VALUE SPACES.
       77 WRK-FIM-LOCAL   PIC X(01) VALUE 'N'.
       77 WRK-MOSTRA-LOCAIS PIC X(01) VALUE 'N'.
       77 WRK-SOMA-LOCAIS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOMA-RESERVA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-LOJA  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RESERVA-LOJA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALDO-ORIGEM PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALDO-DESTINO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LOTE        PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 WRK-LOTEMOV-PARM.
            05 WRK-LTM-OPERACAO     PIC X(01).
            05 WRK-LTM-PRODUTO      PIC 9(06).
            05 WRK-LTM-QTD          PIC 9(05)V99.
            05 WRK-LTM-LOTE         PIC X(10).
            05 WRK-LTM-VALIDADE     PIC 9(08).
            05 WRK-LTM-BAIXADO      PIC 9(05)V99.
            05 WRK-LTM-LOTE-BAIXADO PIC X(10).
       77 PENDENC-STATUS  PIC 9(02).
       77 PEDIDOS-STATUS  PIC 9(02).
       77 PEDITENS-STATUS PIC 9(02).
       77 WRK-TEM-PENDENC PIC X(01) VALUE 'N'.
       77 WRK-FIM-PENDENC PIC X(01) VALUE 'N'.
       77 WRK-DISPONIVEL  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-FALTA   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QT-PEND-RESERV PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PEND-GERADAS PIC 9(03) VALUE ZEROS.
       77 WRK-PEDIDO-GRAVADO PIC X(01) VALUE 'N'.
       77 WRK-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 WRK-DIAUTIL-PARM.
            05 WRK-DU-DATA-BASE   PIC 9(08).
            05 WRK-DU-QTD-DIAS    PIC S9(03).
            05 WRK-DU-DATA-RESULT PIC 9(08).
            05 WRK-DU-EH-FERIADO  PIC X(01).
            05 WRK-DU-MES-FISCAL  PIC 9(02).
            05 WRK-DU-TRIM-FISCAL PIC 9(01).
            05 WRK-DU-DATA-ATE    PIC 9(08) VALUE ZEROS.
            05 WRK-DU-DIAS-ENTRE  PIC S9(05) VALUE ZEROS.
            05 WRK-DU-UF          PIC X(02) VALUE SPACES.
            05 WRK-DU-CIDADE      PIC X(30) VALUE SPACES.
       COPY 'REPCTL.COB'.

       SCREEN SECTION.
            05 LINE 07 COLUMN 15 VALUE '1 - MOVIMENTO (ENT/SAI)'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR SALDO'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALERTA DE REPOSICAO'.
            05 LINE 10 COLUMN 15 VALUE '4 - TRANSFERENCIA DE LOCAL'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 12 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 12 COLUMN 28 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-MOVIMENTO.
            05 LINE 08 COLUMN 10 VALUE 'PRODUTO......... '.
            05 LINE 12 COLUMN 10 VALUE 'CUSTO UNIT (ENT) '.
            05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-CUSTO-ENTRADA
                BLANK WHEN ZEROS.
            05 LINE 13 COLUMN 10 VALUE 'LOCAL (BRANCO=LOJ)'.
            05 COLUMN PLUS 1 PIC X(03) USING WRK-LOCAL.
            05 LINE 14 COLUMN 10 VALUE 'LOTE (ENTRADA).. '.
            05 COLUMN PLUS 2 PIC X(10) USING WRK-LOTE.
            05 LINE 15 COLUMN 10 VALUE 'VALIDADE AAAAMMDD'.
            05 COLUMN PLUS 2 PIC 9(08) USING WRK-VALIDADE
                BLANK WHEN ZEROS.

       01 TELA-TRANSFERENCIA.
            05 LINE 08 COLUMN 10 VALUE 'PRODUTO......... '.
            05 COLUMN PLUS 2 PIC 9(06) USING PRODUTO-CODIGO
                BLANK WHEN ZEROS.
            05 LINE 09 COLUMN 10 VALUE 'LOCAL ORIGEM.... '.
            05 COLUMN PLUS 2 PIC X(03) USING WRK-LOCAL.
            05 LINE 10 COLUMN 10 VALUE 'LOCAL DESTINO... '.
            05 COLUMN PLUS 2 PIC X(03) USING WRK-LOCAL-DESTINO.
            05 LINE 11 COLUMN 10 VALUE 'QUANTIDADE...... '.
            05 COLUMN PLUS 2 PIC 9(05)V99 USING WRK-QTD-MOV
                BLANK WHEN ZEROS.

       01 MOSTRA-ERRO.
             02 MSG-ERRO.
                  CLOSE ESTMOV
                  OPEN EXTEND ESTMOV
               END-IF.
            OPEN I-O ESTLOCAL
              IF ESTLOCAL-STATUS = 35 THEN
                  OPEN OUTPUT ESTLOCAL
                  CLOSE ESTLOCAL
                  OPEN I-O ESTLOCAL
               END-IF.
      *     sem OCOMPRA.DAT a entrada livre continua valendo
            OPEN I-O OCOMPRA.
            IF OCOMPRA-STATUS = 0
               MOVE 'S' TO WRK-TEM-OCOMPRA
               PERFORM 1050-ABRE-PAGAR
      *        sem vinculo de fornecedor preferido nao ha custo a anotar
               OPEN I-O PRODFORN
               IF PRODFORN-STATUS = 0
                  MOVE 'S' TO WRK-TEM-PRODFORN
               END-IF
            END-IF.
      *     avise-me e opcional: sem lista de espera nada a avisar
            OPEN I-O ESPERA.
                     OPEN EXTEND NOTIFICA
                  END-IF
            END-IF.
      *     pendencias de entrega tambem sao opcionais
            OPEN I-O PENDENC.
            IF PENDENC-STATUS = 0
               OPEN I-O PEDIDOS
               OPEN I-O PEDITENS
               IF PEDIDOS-STATUS = 0 AND PEDITENS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-PENDENC
               ELSE
                  DISPLAY 'PEDIDOS INDISPONIVEIS - PENDENCIAS NAO '
                          'SERAO ATENDIDAS'
                  CLOSE PENDENC PEDIDOS PEDITENS
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Com compras instaladas, o contas a pagar acompanha: o
      * arquivo e criado na primeira entrada, e o prazo padrao de
      * pagamento pode vir do cadastro central de parametros.
      *----------------------------------------------------------------
       1050-ABRE-PAGAR.
            OPEN I-O PAGAR
              IF PAGAR-STATUS = 35 THEN
                  OPEN OUTPUT PAGAR
                  CLOSE PAGAR
                  OPEN I-O PAGAR
               END-IF.
            IF PAGAR-STATUS = 0
               MOVE 'S' TO WRK-TEM-PAGAR
            END-IF.
            MOVE 'PRAZO-PAGAR' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR NOT = ZEROS
               MOVE WRK-PARM-VALOR TO WRK-PRAZO-PAGAR
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
                PERFORM 6000-CONSULTA-SALDO
              WHEN 3
                PERFORM 9000-ALERTA-REPOSICAO
              WHEN 4
                PERFORM 5500-TRANSFERENCIA
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY 'ENTRE COM OPCAO CORRETA'
       3000-FINALIZAR.
            CLOSE PRODUTOS.
            CLOSE ESTMOV.
            CLOSE ESTLOCAL.
            IF WRK-TEM-OCOMPRA = 'S'
               CLOSE OCOMPRA
            END-IF.
            IF WRK-TEM-PAGAR = 'S'
               CLOSE PAGAR
            END-IF.
            IF WRK-TEM-PRODFORN = 'S'
               CLOSE PRODFORN
            END-IF.
            IF WRK-TEM-ESPERA = 'S'
               CLOSE ESPERA
               CLOSE CLIENTES
               CLOSE NOTIFICA
            END-IF.
            IF WRK-TEM-PENDENC = 'S'
               CLOSE PENDENC
               CLOSE PEDIDOS
               CLOSE PEDITENS
            END-IF.

      *----------------------------------------------------------------
      * Movimento de estoque: entrada soma, saida subtrai (recusada
       5000-MOVIMENTO.
            MOVE 'MODULO - MOVIMENTO' TO WRK-MODULO.
            MOVE ZEROS TO PRODUTO-CODIGO WRK-QTD-MOV
                          WRK-CUSTO-ENTRADA WRK-VALIDADE.
            MOVE SPACES TO WRK-TIPO-MOV WRK-DOCUMENTO WRK-LOCAL
                           WRK-LOTE.
            DISPLAY TELA.
            ACCEPT TELA-MOVIMENTO.
            IF WRK-LOCAL = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL
            END-IF.
            INSPECT WRK-LOCAL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            IF WRK-TIPO-MOV = 'e'
               MOVE 'E' TO WRK-TIPO-MOV
            END-IF.
                     MOVE 'PRODUTO NAO CADASTRADO  ' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                     PERFORM 5020-VALIDA-LOCAL
                     IF WRK-MSGERRO = SPACES
                        PERFORM 5030-VALIDA-LOTE
                     END-IF
                     IF WRK-MSGERRO NOT = SPACES
                        ACCEPT MOSTRA-ERRO
                     ELSE
                     IF WRK-TIPO-MOV = 'E'
                        AND WRK-TEM-OCOMPRA = 'S'
                        PERFORM 5050-VALIDA-PEDIDO-COMPRA
                     ELSE
                        PERFORM 5100-APLICA-MOVIMENTO
                     END-IF
                     END-IF
               END-READ
            END-IF
            END-IF.

      *----------------------------------------------------------------
      * Saida precisa de saldo no proprio local: no secundario, o do
      * ESTLOCAL; na LOJ, o total menos o que esta nos secundarios.
      * Entrada em local secundario ainda sem registro abre o local.
      *----------------------------------------------------------------
       5020-VALIDA-LOCAL.
            IF WRK-LOCAL = WRK-LOCAL-PRINCIPAL
               IF WRK-TIPO-MOV = 'S'
                  PERFORM 7000-SOMA-LOCAIS
                  IF WRK-QTD-MOV > WRK-SALDO-LOJA
                     MOVE 'SALDO DA LOJA INSUFICIENTE' TO WRK-MSGERRO
                  END-IF
               END-IF
            ELSE
               MOVE PRODUTO-CODIGO TO ELC-PRODUTO
               MOVE WRK-LOCAL      TO ELC-LOCAL
               READ ESTLOCAL
                  INVALID KEY
                     IF WRK-TIPO-MOV = 'S'
                        MOVE 'LOCAL SEM SALDO DO PRODUTO'
                          TO WRK-MSGERRO
                     END-IF
                  NOT INVALID KEY
                     IF WRK-TIPO-MOV = 'S'
                        AND WRK-QTD-MOV > ELC-SALDO
                        MOVE 'SALDO DO LOCAL INSUFICIENTE'
                          TO WRK-MSGERRO
                     END-IF
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Lote so na entrada, sempre com validade futura; na saida o
      * lote digitado e ignorado (baixa pelo que vence primeiro).
      *----------------------------------------------------------------
       5030-VALIDA-LOTE.
            IF WRK-TIPO-MOV = 'E' AND WRK-LOTE NOT = SPACES
               IF WRK-VALIDADE(5:2) < '01' OR WRK-VALIDADE(5:2) > '12'
                  OR WRK-VALIDADE(7:2) < '01'
                  OR WRK-VALIDADE(7:2) > '31'
                  MOVE 'VALIDADE DO LOTE INVALIDA' TO WRK-MSGERRO
               ELSE
                  IF WRK-VALIDADE NOT > WRK-DATA-MOV
                     MOVE 'LOTE JA VENCIDO         ' TO WRK-MSGERRO
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Entrada exige um pedido de compra aberto do mesmo produto; o
      * numero vem nas primeiras posicoes do documento digitado.
                  DISPLAY 'ERRO AO ACUMULAR NA OC ' OC-NUMERO
            END-REWRITE.

      *----------------------------------------------------------------
      * O recebimento gera a divida com o fornecedor do pedido:
      * quantidade x custo da entrada, vencimento pelo prazo padrao.
      * A nota do fornecedor e completada depois no PAGAR.cbl.
      *----------------------------------------------------------------
       5070-ABRE-TITULO-PAGAR.
            PERFORM 5080-RESERVA-TITULO.
            MOVE WRK-NUM-TITULO  TO PAG-NUMERO.
            MOVE OC-FORNECEDOR   TO PAG-FORNECEDOR.
            MOVE OC-NUMERO       TO PAG-OC.
            MOVE SPACES          TO PAG-NOTA.
            MOVE WRK-DATA-MOV    TO PAG-EMISSAO.
            COMPUTE PAG-VENCIMENTO =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-MOV)
                    + WRK-PRAZO-PAGAR).
            COMPUTE PAG-VALOR ROUNDED =
                    WRK-QTD-MOV * WRK-CUSTO-ENTRADA.
            MOVE ZEROS TO PAG-PAGO PAG-DATA-PAGTO PAG-REMESSA.
            MOVE 'A' TO PAG-SITUACAO.
            WRITE PAG-REG
               INVALID KEY
                  DISPLAY 'ERRO AO ABRIR TITULO A PAGAR ' PAG-NUMERO
               NOT INVALID KEY
                  DISPLAY 'TITULO A PAGAR ' PAG-NUMERO
                          ' ABERTO - COMPLETAR A NOTA NO PAGAR'
            END-WRITE.

      *----------------------------------------------------------------
      * Ultimo custo do fornecedor preferido, usado no pedido gerado
      * pela sugestao de compra (REPOSICAO.cbl). Entrada contra OC de
      * outro fornecedor nao mexe no vinculo.
      *----------------------------------------------------------------
       5075-ATUALIZA-ULTIMO-CUSTO.
            MOVE OC-PRODUTO TO PFN-PRODUTO.
            READ PRODFORN
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PFN-FORNECEDOR = OC-FORNECEDOR
                     MOVE WRK-CUSTO-ENTRADA TO PFN-ULTIMO-CUSTO
                     MOVE WRK-DATA-MOV      TO PFN-DATA-CUSTO
                     REWRITE PFN-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR PRODFORN.DAT'
                     END-REWRITE
                  END-IF
            END-READ.

       5080-RESERVA-TITULO.
            MOVE ZEROS TO WRK-NUM-TITULO.
            OPEN INPUT PAGSEQ.
            IF PAGSEQ-STATUS = 0
               READ PAGSEQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PAGSEQ-NUMERO TO WRK-NUM-TITULO
               END-READ
               CLOSE PAGSEQ
            END-IF.
            ADD 1 TO WRK-NUM-TITULO.
            OPEN OUTPUT PAGSEQ.
            MOVE WRK-NUM-TITULO TO PAGSEQ-NUMERO.
            WRITE PAGSEQ-REG.
            CLOSE PAGSEQ.

       5100-APLICA-MOVIMENTO.
            IF WRK-TIPO-MOV = 'S'
               AND WRK-QTD-MOV > PRODUTO-ESTOQUE
                  INVALID KEY
                     MOVE 'ERRO AO GRAVAR SALDO    ' TO WRK-MSGERRO
                  NOT INVALID KEY
                     IF WRK-LOCAL NOT = WRK-LOCAL-PRINCIPAL
                        PERFORM 5250-ATUALIZA-LOCAL
                     END-IF
                     PERFORM 5260-MOVIMENTA-LOTE
                     PERFORM 5200-GRAVA-MOVIMENTO
                     IF WRK-TIPO-MOV = 'E'
                        AND WRK-TEM-OCOMPRA = 'S'
                        PERFORM 5060-ACUMULA-RECEBIMENTO
                        IF WRK-TEM-PAGAR = 'S'
                           AND WRK-CUSTO-ENTRADA NOT = ZEROS
                           PERFORM 5070-ABRE-TITULO-PAGAR
                        END-IF
                        IF WRK-TEM-PRODFORN = 'S'
                           AND WRK-CUSTO-ENTRADA NOT = ZEROS
                           PERFORM 5075-ATUALIZA-ULTIMO-CUSTO
                        END-IF
                     END-IF
                     IF WRK-TIPO-MOV = 'E'
                        AND WRK-TEM-ESPERA = 'S'
                        PERFORM 5300-DISPARA-AVISEME
                     END-IF
                     IF WRK-TIPO-MOV = 'E'
                        AND WRK-TEM-PENDENC = 'S'
                        PERFORM 5350-ATENDE-PENDENCIAS
                     END-IF
                     MOVE 'MOVIMENTO REGISTRADO    ' TO WRK-MSGERRO
                     IF PRODUTO-ESTOQUE NOT GREATER THAN
                           PRODUTO-ESTOQUE-MIN
            MOVE WRK-TIPO-MOV   TO MOV-TIPO.
            MOVE WRK-QTD-MOV    TO MOV-QTD.
            MOVE WRK-DOCUMENTO  TO MOV-DOCUMENTO.
      *     movimento fora da LOJ leva o local no fim do documento
            IF WRK-LOCAL NOT = WRK-LOCAL-PRINCIPAL
               MOVE WRK-LOCAL   TO MOV-DOCUMENTO(23:3)
            END-IF.
            IF WRK-TIPO-MOV = 'E' AND WRK-LOTE NOT = SPACES
               MOVE WRK-LOTE    TO MOV-DOCUMENTO(12:10)
            END-IF.
            MOVE PRODUTO-ESTOQUE TO MOV-SALDO.
            MOVE PRODUTO-UNIDADE TO MOV-UNIDADE.
            WRITE ESTMOV-REG.

      *----------------------------------------------------------------
      * Acompanha no local secundario o movimento ja aplicado ao
      * total; a LOJ nao tem registro (e a diferenca).
      *----------------------------------------------------------------
       5250-ATUALIZA-LOCAL.
            MOVE PRODUTO-CODIGO TO ELC-PRODUTO.
            MOVE WRK-LOCAL      TO ELC-LOCAL.
            READ ESTLOCAL
               INVALID KEY
                  MOVE ZEROS TO ELC-SALDO ELC-RESERVADO
                  MOVE WRK-QTD-MOV TO ELC-SALDO
                  WRITE ELC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO ABRIR O LOCAL ' WRK-LOCAL
                  END-WRITE
               NOT INVALID KEY
                  IF WRK-TIPO-MOV = 'E'
                     ADD WRK-QTD-MOV TO ELC-SALDO
                  ELSE
                     SUBTRACT WRK-QTD-MOV FROM ELC-SALDO
                  END-IF
                  REWRITE ELC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O LOCAL ' WRK-LOCAL
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Entrada com lote soma no lote; toda saida baixa os lotes do
      * produto pelo que vence primeiro (o resto e saldo sem lote).
      *----------------------------------------------------------------
       5260-MOVIMENTA-LOTE.
            MOVE SPACES TO WRK-LTM-OPERACAO.
            IF WRK-TIPO-MOV = 'E' AND WRK-LOTE NOT = SPACES
               MOVE 'E' TO WRK-LTM-OPERACAO
            END-IF.
            IF WRK-TIPO-MOV = 'S'
               MOVE 'S' TO WRK-LTM-OPERACAO
            END-IF.
            IF WRK-LTM-OPERACAO NOT = SPACES
               MOVE PRODUTO-CODIGO TO WRK-LTM-PRODUTO
               MOVE WRK-QTD-MOV    TO WRK-LTM-QTD
               MOVE WRK-LOTE       TO WRK-LTM-LOTE
               MOVE WRK-VALIDADE   TO WRK-LTM-VALIDADE
               CALL 'LOTEMOV' USING WRK-LOTEMOV-PARM
                  ON EXCEPTION
                     CONTINUE
               END-CALL
            END-IF.

      *----------------------------------------------------------------
      * Transferencia entre locais: o total do produto nao muda; sai
      * do local de origem e entra no destino, cada perna gravada no
      * ESTMOV.LOG (T na origem, R no destino) com o saldo do local.
      *----------------------------------------------------------------
       5500-TRANSFERENCIA.
            MOVE 'MODULO - TRANSFERENCIA' TO WRK-MODULO.
            MOVE ZEROS TO PRODUTO-CODIGO WRK-QTD-MOV.
            MOVE SPACES TO WRK-LOCAL WRK-LOCAL-DESTINO.
            DISPLAY TELA.
            ACCEPT TELA-TRANSFERENCIA.
            IF WRK-LOCAL = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL
            END-IF.
            IF WRK-LOCAL-DESTINO = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL-DESTINO
            END-IF.
            INSPECT WRK-LOCAL CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WRK-LOCAL-DESTINO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            IF WRK-LOCAL = WRK-LOCAL-DESTINO
               MOVE 'ORIGEM IGUAL AO DESTINO ' TO WRK-MSGERRO
            ELSE
            IF WRK-QTD-MOV = ZEROS
               MOVE 'QUANTIDADE INVALIDA     ' TO WRK-MSGERRO
            ELSE
               READ PRODUTOS
                  INVALID KEY
                     MOVE 'PRODUTO NAO CADASTRADO  ' TO WRK-MSGERRO
                  NOT INVALID KEY
                     PERFORM 5510-SALDO-ORIGEM
                     IF WRK-QTD-MOV > WRK-SALDO-ORIGEM
                        MOVE 'SALDO DA ORIGEM INSUFICIENTE'
                          TO WRK-MSGERRO
                     ELSE
                        PERFORM 5520-APLICA-TRANSFERENCIA
                        MOVE 'TRANSFERENCIA REGISTRADA'
                          TO WRK-MSGERRO
                     END-IF
               END-READ
            END-IF
            END-IF.
            ACCEPT MOSTRA-ERRO.

       5510-SALDO-ORIGEM.
            IF WRK-LOCAL = WRK-LOCAL-PRINCIPAL
               PERFORM 7000-SOMA-LOCAIS
               MOVE WRK-SALDO-LOJA TO WRK-SALDO-ORIGEM
            ELSE
               MOVE PRODUTO-CODIGO TO ELC-PRODUTO
               MOVE WRK-LOCAL      TO ELC-LOCAL
               READ ESTLOCAL
                  INVALID KEY
                     MOVE ZEROS TO WRK-SALDO-ORIGEM
                  NOT INVALID KEY
                     MOVE ELC-SALDO TO WRK-SALDO-ORIGEM
               END-READ
            END-IF.

       5520-APLICA-TRANSFERENCIA.
      *     perna de saida: o secundario perde a quantidade; a LOJ
      *     perde por diferenca quando o destino ganha
            IF WRK-LOCAL NOT = WRK-LOCAL-PRINCIPAL
               MOVE PRODUTO-CODIGO TO ELC-PRODUTO
               MOVE WRK-LOCAL      TO ELC-LOCAL
               READ ESTLOCAL
                  NOT INVALID KEY
                     SUBTRACT WRK-QTD-MOV FROM ELC-SALDO
                     REWRITE ELC-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O LOCAL ' WRK-LOCAL
                     END-REWRITE
               END-READ
            END-IF.
            IF WRK-LOCAL-DESTINO NOT = WRK-LOCAL-PRINCIPAL
               MOVE PRODUTO-CODIGO    TO ELC-PRODUTO
               MOVE WRK-LOCAL-DESTINO TO ELC-LOCAL
               READ ESTLOCAL
                  INVALID KEY
                     MOVE ZEROS TO ELC-RESERVADO
                     MOVE WRK-QTD-MOV TO ELC-SALDO
                     WRITE ELC-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO ABRIR O LOCAL '
                                   WRK-LOCAL-DESTINO
                     END-WRITE
                  NOT INVALID KEY
                     ADD WRK-QTD-MOV TO ELC-SALDO
                     REWRITE ELC-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O LOCAL '
                                   WRK-LOCAL-DESTINO
                     END-REWRITE
               END-READ
               MOVE ELC-SALDO TO WRK-SALDO-DESTINO
            END-IF.
            PERFORM 7000-SOMA-LOCAIS.
            IF WRK-LOCAL = WRK-LOCAL-PRINCIPAL
               MOVE WRK-SALDO-LOJA TO WRK-SALDO-ORIGEM
            ELSE
               SUBTRACT WRK-QTD-MOV FROM WRK-SALDO-ORIGEM
            END-IF.
            IF WRK-LOCAL-DESTINO = WRK-LOCAL-PRINCIPAL
               MOVE WRK-SALDO-LOJA TO WRK-SALDO-DESTINO
            END-IF.
            MOVE WRK-DATA-MOV   TO MOV-DATA.
            ACCEPT MOV-HORA FROM TIME.
            MOVE PRODUTO-CODIGO TO MOV-PRODUTO.
            MOVE WRK-QTD-MOV    TO MOV-QTD.
            MOVE SPACES         TO MOV-DOCUMENTO.
            STRING 'TRANSF '         DELIMITED BY SIZE
                   WRK-LOCAL         DELIMITED BY SIZE
                   '>'               DELIMITED BY SIZE
                   WRK-LOCAL-DESTINO DELIMITED BY SIZE
                   INTO MOV-DOCUMENTO
            END-STRING.
            MOVE PRODUTO-UNIDADE TO MOV-UNIDADE.
            MOVE 'T'              TO MOV-TIPO.
            MOVE WRK-SALDO-ORIGEM TO MOV-SALDO.
            WRITE ESTMOV-REG.
            MOVE 'R'               TO MOV-TIPO.
            MOVE WRK-SALDO-DESTINO TO MOV-SALDO.
            WRITE ESTMOV-REG.

      *----------------------------------------------------------------
      * Avise-me: varre a lista de espera do produto que acabou de
      * entrar, enfileira um evento AVISEME por cliente (nome/e-mail
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pendencias de entrega: a entrada reserva o disponivel do
      * produto para as pendencias abertas dele; a que fica toda
      * reservada vira pedido complementar.
      *----------------------------------------------------------------
       5350-ATENDE-PENDENCIAS.
            MOVE ZEROS TO WRK-QT-PEND-RESERV WRK-QT-PEND-GERADAS.
            MOVE 'N' TO WRK-FIM-PENDENC.
            MOVE LOW-VALUES TO PEN-CHAVE.
            START PENDENC KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-PENDENC
            END-START.
            PERFORM 5360-RESERVA-PENDENCIA
               UNTIL WRK-FIM-PENDENC = 'S'.
            IF WRK-QT-PEND-RESERV > 0
               REWRITE PRODUTO-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR RESERVA DAS PENDENCIAS'
               END-REWRITE
               DISPLAY 'PENDENCIAS RESERVADAS: ' WRK-QT-PEND-RESERV
                       '  PEDIDOS COMPLEMENTARES: '
                       WRK-QT-PEND-GERADAS
            END-IF.

       5360-RESERVA-PENDENCIA.
            READ PENDENC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-PENDENC
               NOT AT END
                  IF PEN-PRODUTO = PRODUTO-CODIGO AND PEN-ABERTA
                     AND PRODUTO-RESERVADO < PRODUTO-ESTOQUE
                     PERFORM 5370-APLICA-RESERVA
                  END-IF
            END-READ.

       5370-APLICA-RESERVA.
            COMPUTE WRK-DISPONIVEL =
                    PRODUTO-ESTOQUE - PRODUTO-RESERVADO.
            COMPUTE WRK-QTD-FALTA = PEN-QTD - PEN-RESERVADO.
            IF WRK-QTD-FALTA > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-QTD-FALTA
            END-IF.
            ADD WRK-QTD-FALTA TO PEN-RESERVADO.
            ADD WRK-QTD-FALTA TO PRODUTO-RESERVADO.
            ADD 1 TO WRK-QT-PEND-RESERV.
            IF PEN-RESERVADO NOT LESS THAN PEN-QTD
               PERFORM 5380-GERA-PEDIDO-COMPL
            END-IF.
            REWRITE PEN-REG
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR PENDENCIA: ' PEN-FONE
            END-REWRITE.

      *----------------------------------------------------------------
      * Pedido complementar: mesmo cliente, UF, endereco de entrega,
      * transportadora e preco do pedido original, sem frete (ja
      * cobrado nele), data prometida pelo prazo original a partir de
      * hoje. A reserva ja
      * esta feita; a hora da chave anda ate achar vaga (mais de uma
      * pendencia do mesmo cliente na mesma entrada).
      *----------------------------------------------------------------
       5380-GERA-PEDIDO-COMPL.
            MOVE PEN-FONE        TO PEDIDOS-FONE.
            MOVE WRK-DATA-MOV    TO PEDIDOS-DATA.
            ACCEPT PEDIDOS-HORA FROM TIME.
            MOVE PEN-DESCRICAO   TO PEDIDOS-PRODUTO.
            MOVE PEN-UF          TO PEDIDOS-UF.
            COMPUTE PEDIDOS-VALOR = PEN-QTD * PEN-PRECO-UNIT.
            MOVE ZEROS           TO PEDIDOS-FRETE.
            MOVE WRK-DATA-MOV    TO WRK-DU-DATA-BASE.
            MOVE PEN-PRAZO       TO WRK-DU-QTD-DIAS.
            MOVE PEN-UF          TO WRK-DU-UF.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
            MOVE WRK-DU-DATA-RESULT TO PEDIDOS-DATA-PREVISTA.
            MOVE PEN-TRANSP      TO PEDIDOS-TRANSP.
            MOVE 'R'             TO PEDIDOS-SITUACAO.
            MOVE ZEROS TO PEDIDOS-MANIFESTO.
            MOVE ZEROS TO PEDIDOS-DATA-ENTREGA.
            MOVE SPACES TO PEDIDOS-RECEBEDOR.
            MOVE PEN-FONE TO PEDIDOS-ORIG-FONE.
            MOVE PEN-DATA TO PEDIDOS-ORIG-DATA.
            MOVE PEN-HORA TO PEDIDOS-ORIG-HORA.
            MOVE PEN-ENDERECO-SEQ TO PEDIDOS-ENDERECO-SEQ.
            MOVE 'N' TO WRK-PEDIDO-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 5390-GRAVA-PEDIDO-COMPL
               UNTIL WRK-PEDIDO-GRAVADO = 'S'
                  OR WRK-TENTATIVAS = 10.
            IF WRK-PEDIDO-GRAVADO = 'S'
               MOVE PEDIDOS-FONE TO ITEM-FONE
               MOVE PEDIDOS-DATA TO ITEM-DATA
               MOVE PEDIDOS-HORA TO ITEM-HORA
               MOVE 1            TO ITEM-SEQ
               MOVE PEN-PRODUTO    TO ITEM-PRODUTO
               MOVE PEN-DESCRICAO  TO ITEM-DESCRICAO
               MOVE PEN-QTD        TO ITEM-QTD
               MOVE PEN-PRECO-UNIT TO ITEM-PRECO-UNIT
               MOVE PEDIDOS-VALOR  TO ITEM-VALOR
               MOVE SPACES         TO ITEM-CAMPANHA
               MOVE ZEROS          TO ITEM-DESC-CAMPANHA
               WRITE ITEM-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR ITEM COMPLEMENTAR'
               END-WRITE
               PERFORM 5395-MARCA-PEDIDO
               MOVE 'T' TO PEN-SITUACAO
               MOVE PEDIDOS-FONE TO PEN-GER-FONE
               MOVE PEDIDOS-DATA TO PEN-GER-DATA
               MOVE PEDIDOS-HORA TO PEN-GER-HORA
               MOVE WRK-DATA-MOV TO PEN-DATA-ATENDE
               ADD 1 TO WRK-QT-PEND-GERADAS
            ELSE
               DISPLAY 'PEDIDO COMPLEMENTAR NAO GRAVADO: ' PEN-FONE
            END-IF.

       5390-GRAVA-PEDIDO-COMPL.
            WRITE PEDIDOS-REG
               INVALID KEY
                  ADD 1 TO PEDIDOS-HORA
                  ADD 1 TO WRK-TENTATIVAS
               NOT INVALID KEY
                  MOVE 'S' TO WRK-PEDIDO-GRAVADO
            END-WRITE.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       5395-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       6000-CONSULTA-SALDO.
            MOVE 'MODULO - SALDO    ' TO WRK-MODULO.
            MOVE ZEROS TO PRODUTO-CODIGO.
                  END-IF
                  DISPLAY 'RESERVADO: ' PRODUTO-RESERVADO
                          '  DISPONIVEL: ' WRK-QTD-MOV
                  DISPLAY 'POR LOCAL:'
                  MOVE 'S' TO WRK-MOSTRA-LOCAIS
                  PERFORM 7000-SOMA-LOCAIS
                  MOVE 'N' TO WRK-MOSTRA-LOCAIS
                  DISPLAY '  ' WRK-LOCAL-PRINCIPAL
                          ' SALDO: ' WRK-SALDO-LOJA
                          '  RESERVADO: ' WRK-RESERVA-LOJA
            END-READ.
            ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Soma os locais secundarios do produto corrente e deduz a LOJ
      * (total menos secundarios, nunca negativo). Na consulta de
      * saldo mostra cada local no caminho.
      *----------------------------------------------------------------
       7000-SOMA-LOCAIS.
            MOVE ZEROS TO WRK-SOMA-LOCAIS WRK-SOMA-RESERVA.
            MOVE 'N' TO WRK-FIM-LOCAL.
            MOVE PRODUTO-CODIGO TO ELC-PRODUTO.
            MOVE LOW-VALUES     TO ELC-LOCAL.
            START ESTLOCAL KEY IS NOT LESS THAN ELC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-LOCAL
            END-START.
            PERFORM 7010-SOMA-LOCAL UNTIL WRK-FIM-LOCAL = 'S'.
            IF WRK-SOMA-LOCAIS > PRODUTO-ESTOQUE
               MOVE ZEROS TO WRK-SALDO-LOJA
            ELSE
               COMPUTE WRK-SALDO-LOJA =
                       PRODUTO-ESTOQUE - WRK-SOMA-LOCAIS
            END-IF.
            IF WRK-SOMA-RESERVA > PRODUTO-RESERVADO
               MOVE ZEROS TO WRK-RESERVA-LOJA
            ELSE
               COMPUTE WRK-RESERVA-LOJA =
                       PRODUTO-RESERVADO - WRK-SOMA-RESERVA
            END-IF.

       7010-SOMA-LOCAL.
            READ ESTLOCAL NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOCAL
               NOT AT END
                  IF ELC-PRODUTO NOT = PRODUTO-CODIGO
                     MOVE 'S' TO WRK-FIM-LOCAL
                  ELSE
                     ADD ELC-SALDO     TO WRK-SOMA-LOCAIS
                     ADD ELC-RESERVADO TO WRK-SOMA-RESERVA
                     IF WRK-MOSTRA-LOCAIS = 'S'
                        DISPLAY '  ' ELC-LOCAL
                                ' SALDO: ' ELC-SALDO
                                '  RESERVADO: ' ELC-RESERVADO
                     END-IF
                  END-IF
            END-READ.

       9000-ALERTA-REPOSICAO.
            MOVE 'MODULO - REPOSICAO' TO WRK-MODULO.
            DISPLAY TELA.
