       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAR.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Contas a pagar (PAGAR.DAT, layout PAGAR.CPY), o par
      *           do RECEBE.cbl do lado dos fornecedores. Modo I
      *           lanca um titulo por nota de fornecedor - fornecedor
      *           ativo em FORNECED.DAT e, quando informado, pedido de
      *           compra do mesmo fornecedor em OCOMPRA.DAT - com
      *           numero de PAGAR.SEQ; modo C consulta; modo A
      *           completa/corrige nota, vencimento e valor de titulo
      *           ainda sem pagamento nem remessa (e o caso dos
      *           titulos abertos automaticamente pela entrada de
      *           mercadoria do ESTOQUE.cbl, que chegam sem o numero
      *           da nota); modo B baixa pagamento total ou parcial,
      *           anotado no livro datado PAGMOV.LOG; modo E cancela
      *           titulo sem pagamento. O modo V (padrao) imprime o
      *           envelhecimento PAGAR.REL (padrao REPCTL.COB/
      *           REPCAB.CPY) com o saldo por fornecedor nas faixas
      *           VENCIDO / ATE 30 / 31-60 / MAIS DE 60 dias a vencer.
      *           A remessa de pagamento ao banco sai no PAGREM.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR
             ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY IS PAG-NUMERO.
           SELECT FORNECEDORES
             ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECEDORES-STATUS
               RECORD KEY IS FOR-CODIGO.
      * Pedidos de compra, para amarrar o titulo ao pedido.
           SELECT OCOMPRA
             ASSIGN TO 'OCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OCOMPRA-STATUS
               RECORD KEY IS OC-NUMERO.
           SELECT PAGSEQ
             ASSIGN TO 'PAGAR.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGSEQ-STATUS.
      * Livro datado de pagamentos (so-acrescenta).
           SELECT PAGMOV
             ASSIGN TO 'PAGMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGMOV-STATUS.
           SELECT PAGAR-REL
             ASSIGN TO 'PAGAR.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGAR-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PAGAR.CPY'.

       COPY 'FORNECED.CPY'.

       COPY 'OCOMPRA.CPY'.

       FD PAGSEQ.
       01 PAGSEQ-REG.
            05 PAGSEQ-NUMERO PIC 9(06).

       COPY 'PAGMOV.CPY'.

       FD PAGAR-REL.
       01 PAGAR-REL-REG       PIC X(132).

       WORKING-STORAGE SECTION.
       77 PAGAR-STATUS        PIC 9(02).
       77 FORNECEDORES-STATUS PIC 9(02).
       77 OCOMPRA-STATUS      PIC 9(02).
       77 PAGSEQ-STATUS       PIC 9(02).
       77 PAGMOV-STATUS       PIC 9(02).
       77 PAGAR-REL-STATUS    PIC 9(02).
       77 WRK-MODO            PIC X(01) VALUE SPACE.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TEM-OCOMPRA     PIC X(01) VALUE 'N'.
       77 WRK-NUMERO          PIC 9(06) VALUE ZEROS.
       77 WRK-FORNECEDOR      PIC 9(04) VALUE ZEROS.
       77 WRK-OC              PIC 9(06) VALUE ZEROS.
       77 WRK-NOTA            PIC X(10) VALUE SPACES.
       77 WRK-EMISSAO         PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-PAGTO      PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-PAGTO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO           PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-VENCER     PIC S9(05) VALUE ZEROS.
       77 WRK-FAIXA           PIC 9(01) VALUE ZEROS.
       77 WRK-QT-ABERTOS      PIC 9(05) VALUE ZEROS.
       77 WRK-CRITICA         PIC X(01) VALUE 'N'.
       77 WRK-DUPLICADA       PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA        PIC X(01) VALUE SPACE.
      *----------------------------------------------------------------
      * Saldos por fornecedor, nas quatro faixas do envelhecimento
      * (1 = vencido, 2 = vence em ate 30 dias, 3 = 31-60, 4 = mais
      * de 60).
      *----------------------------------------------------------------
       01 WRK-FORNEC-TAB.
            05 WRK-FOR-ITEM OCCURS 300 TIMES INDEXED BY WRK-IX-FOR.
                10 WRK-FOR-CODIGO   PIC 9(04).
                10 WRK-FOR-FAIXA OCCURS 4 TIMES PIC 9(11)V99.
       77 WRK-QT-FORNEC       PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-FOR       PIC X(01) VALUE 'N'.
       77 WRK-IX-VARRE        PIC 9(03) VALUE ZEROS.
       01 WRK-TOTAL-FAIXAS.
            05 WRK-TOT-FAIXA OCCURS 4 TIMES PIC 9(13)V99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               EVALUATE WRK-MODO
                  WHEN 'I'
                     PERFORM 5000-INCLUIR-TITULO
                  WHEN 'C'
                     PERFORM 6000-CONSULTAR-TITULO
                  WHEN 'A'
                     PERFORM 7000-ALTERAR-TITULO
                  WHEN 'B'
                     PERFORM 8000-BAIXA-PAGAMENTO
                  WHEN 'E'
                     PERFORM 8500-CANCELAR-TITULO
                  WHEN OTHER
                     PERFORM 2000-APURA-AGING UNTIL WRK-FIM-ARQ = 'S'
                     PERFORM 2900-IMPRIME-AGING
               END-EVALUATE
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY '(I) INCLUIR TITULO, (C) CONSULTAR, (A) ALTERAR,'.
            DISPLAY '(B) BAIXAR PAGAMENTO, (E) CANCELAR OU (V) AGING ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'i' MOVE 'I' TO WRK-MODO
               WHEN 'c' MOVE 'C' TO WRK-MODO
               WHEN 'a' MOVE 'A' TO WRK-MODO
               WHEN 'b' MOVE 'B' TO WRK-MODO
               WHEN 'e' MOVE 'E' TO WRK-MODO
               WHEN 'I' CONTINUE
               WHEN 'C' CONTINUE
               WHEN 'A' CONTINUE
               WHEN 'B' CONTINUE
               WHEN 'E' CONTINUE
               WHEN OTHER MOVE 'V' TO WRK-MODO
            END-EVALUATE.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN I-O PAGAR
              IF PAGAR-STATUS = 35 THEN
                  OPEN OUTPUT PAGAR
                  CLOSE PAGAR
                  OPEN I-O PAGAR
               END-IF.
            OPEN INPUT FORNECEDORES.
            IF PAGAR-STATUS NOT = 0
               OR FORNECEDORES-STATUS NOT = 0
               DISPLAY 'PAGAR.DAT/FORNECED.DAT INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.
      *     sem OCOMPRA.DAT so se lancam contas avulsas
            IF WRK-MODO = 'I'
               OPEN INPUT OCOMPRA
               IF OCOMPRA-STATUS = 0
                  MOVE 'S' TO WRK-TEM-OCOMPRA
               END-IF
            END-IF.
            IF WRK-MODO = 'V' AND WRK-ERRO-ABERTURA = 'N'
               OPEN OUTPUT PAGAR-REL
               MOVE 'ENVELHECIMENTO DO CONTAS A PAGAR' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               COMPUTE WRK-JULIANO-HOJE =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               MOVE ZEROS TO WRK-TOTAL-FAIXAS
               MOVE LOW-VALUES TO PAG-NUMERO
               START PAGAR KEY IS NOT LESS THAN PAG-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

      *----------------------------------------------------------------
      * Inclusao: fornecedor ativo, pedido de compra (opcional) do
      * mesmo fornecedor, nota ainda nao lancada para ele.
      *----------------------------------------------------------------
       5000-INCLUIR-TITULO.
            DISPLAY 'CODIGO DO FORNECEDOR: '.
            ACCEPT WRK-FORNECEDOR.
            MOVE WRK-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
               INVALID KEY
                  DISPLAY 'FORNECEDOR NAO CADASTRADO'
               NOT INVALID KEY
                  IF FOR-INATIVO
                     DISPLAY 'FORNECEDOR INATIVO'
                  ELSE
                     PERFORM 5100-CAPTURA-TITULO
                  END-IF
            END-READ.

       5100-CAPTURA-TITULO.
            MOVE 'N' TO WRK-CRITICA.
            DISPLAY 'PEDIDO DE COMPRA (0 = CONTA AVULSA): '.
            ACCEPT WRK-OC.
            IF WRK-OC NOT = ZEROS
               PERFORM 5150-VALIDA-PEDIDO
            END-IF.
            IF WRK-CRITICA = 'N'
               DISPLAY 'NUMERO DA NOTA DO FORNECEDOR: '
               ACCEPT WRK-NOTA
               IF WRK-NOTA = SPACES
                  DISPLAY 'NOTA OBRIGATORIA NA INCLUSAO'
                  MOVE 'S' TO WRK-CRITICA
               ELSE
                  PERFORM 5200-PROCURA-NOTA
               END-IF
            END-IF.
            IF WRK-CRITICA = 'N'
               DISPLAY 'DATA DE EMISSAO (AAAAMMDD, 0 = HOJE): '
               ACCEPT WRK-EMISSAO
               IF WRK-EMISSAO = ZEROS
                  MOVE WRK-DATA-HOJE TO WRK-EMISSAO
               END-IF
               DISPLAY 'VENCIMENTO (AAAAMMDD): '
               ACCEPT WRK-VENCIMENTO
               DISPLAY 'VALOR DA NOTA: '
               ACCEPT WRK-VALOR
               EVALUATE TRUE
                  WHEN WRK-VENCIMENTO < WRK-EMISSAO
                     DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO'
                  WHEN WRK-VALOR = ZEROS
                     DISPLAY 'VALOR INVALIDO'
                  WHEN OTHER
                     PERFORM 5300-GRAVA-TITULO
               END-EVALUATE
            END-IF.

       5150-VALIDA-PEDIDO.
            IF WRK-TEM-OCOMPRA = 'N'
               DISPLAY 'OCOMPRA.DAT INDISPONIVEL - INFORME 0'
               MOVE 'S' TO WRK-CRITICA
            ELSE
               MOVE WRK-OC TO OC-NUMERO
               READ OCOMPRA
                  INVALID KEY
                     DISPLAY 'PEDIDO DE COMPRA INEXISTENTE'
                     MOVE 'S' TO WRK-CRITICA
                  NOT INVALID KEY
                     IF OC-FORNECEDOR NOT = WRK-FORNECEDOR
                        DISPLAY 'PEDIDO DE OUTRO FORNECEDOR: '
                                OC-FORNECEDOR
                        MOVE 'S' TO WRK-CRITICA
                     END-IF
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * A mesma nota nao entra duas vezes para o mesmo fornecedor
      * (titulo cancelado nao conta).
      *----------------------------------------------------------------
       5200-PROCURA-NOTA.
            MOVE 'N' TO WRK-DUPLICADA WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PAG-NUMERO.
            START PAGAR KEY IS NOT LESS THAN PAG-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5210-COMPARA-NOTA
               UNTIL WRK-FIM-ARQ = 'S' OR WRK-DUPLICADA = 'S'.
            IF WRK-DUPLICADA = 'S'
               DISPLAY 'NOTA JA LANCADA NO TITULO ' PAG-NUMERO
               MOVE 'S' TO WRK-CRITICA
            END-IF.

       5210-COMPARA-NOTA.
            READ PAGAR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PAG-FORNECEDOR = WRK-FORNECEDOR
                     AND PAG-NOTA = WRK-NOTA
                     AND NOT PAG-CANCELADO
                     MOVE 'S' TO WRK-DUPLICADA
                  END-IF
            END-READ.

       5300-GRAVA-TITULO.
            PERFORM 5400-RESERVA-NUMERO.
            MOVE WRK-NUMERO     TO PAG-NUMERO.
            MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
            MOVE WRK-OC         TO PAG-OC.
            MOVE WRK-NOTA       TO PAG-NOTA.
            MOVE WRK-EMISSAO    TO PAG-EMISSAO.
            MOVE WRK-VENCIMENTO TO PAG-VENCIMENTO.
            MOVE WRK-VALOR      TO PAG-VALOR.
            MOVE ZEROS TO PAG-PAGO PAG-DATA-PAGTO PAG-REMESSA.
            MOVE 'A' TO PAG-SITUACAO.
            WRITE PAG-REG
               INVALID KEY
                  DISPLAY 'TITULO JA EXISTIA: ' PAG-NUMERO
               NOT INVALID KEY
                  DISPLAY 'TITULO A PAGAR ' WRK-NUMERO
                          ' LANCADO - ' FOR-NOME
            END-WRITE.

       5400-RESERVA-NUMERO.
            MOVE ZEROS TO WRK-NUMERO.
            OPEN INPUT PAGSEQ.
            IF PAGSEQ-STATUS = 0
               READ PAGSEQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PAGSEQ-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE PAGSEQ
            END-IF.
            ADD 1 TO WRK-NUMERO.
            OPEN OUTPUT PAGSEQ.
            MOVE WRK-NUMERO TO PAGSEQ-NUMERO.
            WRITE PAGSEQ-REG.
            CLOSE PAGSEQ.

       6000-CONSULTAR-TITULO.
            DISPLAY 'NUMERO DO TITULO A PAGAR: '.
            ACCEPT WRK-NUMERO.
            MOVE WRK-NUMERO TO PAG-NUMERO.
            READ PAGAR
               INVALID KEY
                  DISPLAY 'TITULO NAO ENCONTRADO'
               NOT INVALID KEY
                  PERFORM 6100-MOSTRA-TITULO
            END-READ.

       6100-MOSTRA-TITULO.
            MOVE PAG-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
               INVALID KEY
                  MOVE SPACES TO FOR-NOME
            END-READ.
            COMPUTE WRK-SALDO = PAG-VALOR - PAG-PAGO.
            DISPLAY 'TITULO ' PAG-NUMERO ' FORNECEDOR ' PAG-FORNECEDOR
                    ' ' FOR-NOME.
            DISPLAY 'OC ' PAG-OC ' NOTA ' PAG-NOTA
                    ' EMISSAO ' PAG-EMISSAO
                    ' VENCIMENTO ' PAG-VENCIMENTO.
            DISPLAY 'VALOR ' PAG-VALOR ' PAGO ' PAG-PAGO
                    ' SALDO ' WRK-SALDO.
            DISPLAY 'SITUACAO ' PAG-SITUACAO
                    ' ULTIMO PAGTO ' PAG-DATA-PAGTO
                    ' REMESSA ' PAG-REMESSA.

      *----------------------------------------------------------------
      * Alteracao: so titulo aberto, sem pagamento e fora de remessa
      * (o banco ja recebeu o valor antigo).
      *----------------------------------------------------------------
       7000-ALTERAR-TITULO.
            DISPLAY 'NUMERO DO TITULO A PAGAR: '.
            ACCEPT WRK-NUMERO.
            MOVE WRK-NUMERO TO PAG-NUMERO.
            READ PAGAR
               INVALID KEY
                  DISPLAY 'TITULO NAO ENCONTRADO'
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN NOT PAG-ABERTO
                        DISPLAY 'TITULO NAO ESTA ABERTO'
                     WHEN PAG-PAGO NOT = ZEROS
                        DISPLAY 'TITULO COM PAGAMENTO - NAO ALTERA'
                     WHEN PAG-REMESSA NOT = ZEROS
                        DISPLAY 'TITULO JA ENVIADO NA REMESSA '
                                PAG-REMESSA
                     WHEN OTHER
                        PERFORM 6100-MOSTRA-TITULO
                        PERFORM 7100-CAPTURA-ALTERACAO
                  END-EVALUATE
            END-READ.

       7100-CAPTURA-ALTERACAO.
            MOVE PAG-FORNECEDOR TO WRK-FORNECEDOR.
            MOVE PAG-NUMERO TO WRK-NUMERO.
            DISPLAY 'NOVA NOTA (BRANCO = MANTEM): '.
            MOVE SPACES TO WRK-NOTA.
            ACCEPT WRK-NOTA.
            DISPLAY 'NOVO VENCIMENTO (0 = MANTEM): '.
            ACCEPT WRK-VENCIMENTO.
            DISPLAY 'NOVO VALOR (0 = MANTEM): '.
            ACCEPT WRK-VALOR.
            MOVE 'N' TO WRK-CRITICA.
            IF WRK-NOTA NOT = SPACES
               AND WRK-NOTA NOT = PAG-NOTA
               PERFORM 5200-PROCURA-NOTA
      *        a varredura da nota moveu o registro corrente
               MOVE WRK-NUMERO TO PAG-NUMERO
               READ PAGAR
                  INVALID KEY
                     MOVE 'S' TO WRK-CRITICA
               END-READ
            END-IF.
            IF WRK-CRITICA = 'N'
               IF WRK-NOTA NOT = SPACES
                  MOVE WRK-NOTA TO PAG-NOTA
               END-IF
               IF WRK-VENCIMENTO NOT = ZEROS
                  MOVE WRK-VENCIMENTO TO PAG-VENCIMENTO
               END-IF
               IF WRK-VALOR NOT = ZEROS
                  MOVE WRK-VALOR TO PAG-VALOR
               END-IF
               IF PAG-VENCIMENTO < PAG-EMISSAO
                  DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO'
               ELSE
                  REWRITE PAG-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO ALTERAR O TITULO'
                     NOT INVALID KEY
                        DISPLAY 'TITULO ' PAG-NUMERO ' ALTERADO'
                  END-REWRITE
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Baixa: pagamento total ou parcial; quando o pago alcanca o
      * valor, quita. Cada baixa vai para o PAGMOV.LOG.
      *----------------------------------------------------------------
       8000-BAIXA-PAGAMENTO.
            DISPLAY 'NUMERO DO TITULO A PAGAR: '.
            ACCEPT WRK-NUMERO.
            DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD): '.
            ACCEPT WRK-DATA-PAGTO.
            DISPLAY 'VALOR PAGO: '.
            ACCEPT WRK-VALOR-PAGTO.
            MOVE WRK-NUMERO TO PAG-NUMERO.
            READ PAGAR
               INVALID KEY
                  DISPLAY 'TITULO NAO ENCONTRADO: ' WRK-NUMERO
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN PAG-QUITADO
                        DISPLAY 'TITULO JA QUITADO'
                     WHEN PAG-CANCELADO
                        DISPLAY 'TITULO CANCELADO'
                     WHEN WRK-VALOR-PAGTO = ZEROS
                        DISPLAY 'VALOR INVALIDO'
                     WHEN OTHER
                        PERFORM 8100-APLICA-PAGAMENTO
                  END-EVALUATE
            END-READ.

       8100-APLICA-PAGAMENTO.
            IF WRK-DATA-PAGTO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
            END-IF.
            ADD WRK-VALOR-PAGTO TO PAG-PAGO.
            MOVE WRK-DATA-PAGTO TO PAG-DATA-PAGTO.
            IF PAG-PAGO NOT LESS THAN PAG-VALOR
               MOVE 'Q' TO PAG-SITUACAO
            END-IF.
            REWRITE PAG-REG
               INVALID KEY
                  DISPLAY 'ERRO AO BAIXAR O TITULO'
               NOT INVALID KEY
                  PERFORM 8200-ANOTA-PAGMOV
                  COMPUTE WRK-SALDO = PAG-VALOR - PAG-PAGO
                  IF WRK-SALDO < 0
                     MOVE ZEROS TO WRK-SALDO
                  END-IF
                  DISPLAY 'PAGAMENTO BAIXADO. SALDO: ' WRK-SALDO
                  IF PAG-QUITADO
                     DISPLAY 'TITULO QUITADO'
                  END-IF
            END-REWRITE.

       8200-ANOTA-PAGMOV.
            OPEN EXTEND PAGMOV
              IF PAGMOV-STATUS = 35 THEN
                  OPEN OUTPUT PAGMOV
                  CLOSE PAGMOV
                  OPEN EXTEND PAGMOV
               END-IF.
            MOVE WRK-DATA-PAGTO  TO PMV-DATA-PAGTO.
            MOVE PAG-NUMERO      TO PMV-NUMERO.
            MOVE PAG-FORNECEDOR  TO PMV-FORNECEDOR.
            MOVE WRK-VALOR-PAGTO TO PMV-VALOR-PAGO.
            MOVE 'PAGAR'         TO PMV-ORIGEM.
            WRITE PAGMOV-REG.
            CLOSE PAGMOV.

      *----------------------------------------------------------------
      * Cancelamento logico: so titulo aberto sem pagamento; o
      * registro fica para o historico do fornecedor.
      *----------------------------------------------------------------
       8500-CANCELAR-TITULO.
            DISPLAY 'NUMERO DO TITULO A PAGAR: '.
            ACCEPT WRK-NUMERO.
            MOVE WRK-NUMERO TO PAG-NUMERO.
            READ PAGAR
               INVALID KEY
                  DISPLAY 'TITULO NAO ENCONTRADO'
               NOT INVALID KEY
                  IF NOT PAG-ABERTO OR PAG-PAGO NOT = ZEROS
                     DISPLAY 'SO TITULO ABERTO E SEM PAGAMENTO'
                  ELSE
                     PERFORM 6100-MOSTRA-TITULO
                     DISPLAY 'CONFIRMA O CANCELAMENTO (S/N) ? '
                     ACCEPT WRK-CONFIRMA
                     IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        MOVE 'C' TO PAG-SITUACAO
                        REWRITE PAG-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO CANCELAR'
                           NOT INVALID KEY
                              DISPLAY 'TITULO ' PAG-NUMERO
                                      ' CANCELADO'
                        END-REWRITE
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Aging: saldo aberto de cada titulo vai para a faixa do
      * fornecedor conforme os dias ate o vencimento.
      *----------------------------------------------------------------
       2000-APURA-AGING.
            READ PAGAR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PAG-ABERTO
                     COMPUTE WRK-SALDO = PAG-VALOR - PAG-PAGO
                     IF WRK-SALDO > 0
                        ADD 1 TO WRK-QT-ABERTOS
                        PERFORM 2100-CLASSIFICA-FAIXA
                        PERFORM 2200-ACUMULA-FORNECEDOR
                     END-IF
                  END-IF
            END-READ.

       2100-CLASSIFICA-FAIXA.
            COMPUTE WRK-DIAS-VENCER =
                    FUNCTION INTEGER-OF-DATE(PAG-VENCIMENTO)
                    - WRK-JULIANO-HOJE.
            EVALUATE TRUE
               WHEN WRK-DIAS-VENCER < 0
                  MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-VENCER NOT GREATER THAN 30
                  MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-VENCER NOT GREATER THAN 60
                  MOVE 3 TO WRK-FAIXA
               WHEN OTHER
                  MOVE 4 TO WRK-FAIXA
            END-EVALUATE.

       2200-ACUMULA-FORNECEDOR.
            MOVE 'N' TO WRK-ACHOU-FOR.
            PERFORM 2210-PROCURA-FORNECEDOR
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-FORNEC
                  OR WRK-ACHOU-FOR = 'S'.
            IF WRK-ACHOU-FOR = 'N'
               IF WRK-QT-FORNEC < 300
                  ADD 1 TO WRK-QT-FORNEC
                  SET WRK-IX-FOR TO WRK-QT-FORNEC
                  MOVE PAG-FORNECEDOR TO WRK-FOR-CODIGO(WRK-IX-FOR)
               ELSE
                  DISPLAY 'AVISO: MAIS DE 300 FORNECEDORES NO AGING'
                          ' - EXCEDENTE IGNORADO'
                  MOVE 'S' TO WRK-FIM-ARQ
               END-IF
            END-IF.
            IF WRK-FIM-ARQ = 'N'
               ADD WRK-SALDO TO WRK-FOR-FAIXA(WRK-IX-FOR, WRK-FAIXA)
               ADD WRK-SALDO TO WRK-TOT-FAIXA(WRK-FAIXA)
            END-IF.

       2210-PROCURA-FORNECEDOR.
            SET WRK-IX-FOR TO WRK-IX-VARRE.
            IF WRK-FOR-CODIGO(WRK-IX-FOR) = PAG-FORNECEDOR
               MOVE 'S' TO WRK-ACHOU-FOR
            END-IF.

       2900-IMPRIME-AGING.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'FORN NOME                           VENCIDO'
                   DELIMITED BY SIZE
                   '         ATE 30          31-60          '
                   DELIMITED BY SIZE
                   'MAIS DE 60' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2910-IMPRIME-FORNECEDOR
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-FORNEC.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAIS: '            DELIMITED BY SIZE
                   WRK-TOT-FAIXA(1)      DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WRK-TOT-FAIXA(2)      DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WRK-TOT-FAIXA(3)      DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WRK-TOT-FAIXA(4)      DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE PAGAR-REL.

       2910-IMPRIME-FORNECEDOR.
            SET WRK-IX-FOR TO WRK-IX-VARRE.
            MOVE WRK-FOR-CODIGO(WRK-IX-FOR) TO FOR-CODIGO.
            READ FORNECEDORES
               INVALID KEY
                  MOVE '*** NAO CADASTRADO ***' TO FOR-NOME
            END-READ.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-FOR-CODIGO(WRK-IX-FOR) DELIMITED BY SIZE
                   ' '  DELIMITED BY SIZE
                   FOR-NOME DELIMITED BY SIZE
                   ' '  DELIMITED BY SIZE
                   WRK-FOR-FAIXA(WRK-IX-FOR, 1) DELIMITED BY SIZE
                   ' '  DELIMITED BY SIZE
                   WRK-FOR-FAIXA(WRK-IX-FOR, 2) DELIMITED BY SIZE
                   ' '  DELIMITED BY SIZE
                   WRK-FOR-FAIXA(WRK-IX-FOR, 3) DELIMITED BY SIZE
                   ' '  DELIMITED BY SIZE
                   WRK-FOR-FAIXA(WRK-IX-FOR, 4) DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            IF PAGAR-STATUS = 0
               CLOSE PAGAR
            END-IF.
            IF FORNECEDORES-STATUS = 0
               CLOSE FORNECEDORES
            END-IF.
            IF WRK-TEM-OCOMPRA = 'S'
               CLOSE OCOMPRA
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               IF WRK-MODO = 'V'
                  DISPLAY 'TITULOS EM ABERTO....: ' WRK-QT-ABERTOS
                  DISPLAY 'RELATORIO GRAVADO EM PAGAR.REL'
               END-IF
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==PAGAR-REL-REG==.

      *END PROGRAM PAGAR.
