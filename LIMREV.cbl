       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMREV.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Revisao mensal dos limites de credito. O
      *           CLIENTES-LIMITE-CREDITO era digitado na inclusao e
      *           nunca mais revisto: bom cliente esbarrava no
      *           bloqueio do CREDVER.cbl e mau pagador seguia com
      *           limite alto. Este lote pontua cada cliente ativo
      *           com limite pelo volume de compra (CLISCORE.DAT),
      *           pela pontualidade dos pagamentos dos ultimos 12
      *           meses (data de RECMOV.LOG contra REC-VENCIMENTO),
      *           pelo saldo vencido em aberto em RECEBER.DAT e pelo
      *           historico de PERDAS.DAT, e propoe aumentar
      *           (LIM-AUMENTO pct, padrao 20), manter ou reduzir
      *           (LIM-REDUCAO pct, padrao 30, nunca abaixo de
      *           LIM-MINIMO, padrao R$100,00) o limite. As propostas
      *           de mudanca vao para LIMPROP.DAT (LIMPROP.CPY) e so
      *           viram limite novo em CLIENTES.DAT - com registro em
      *           CLIAUDIT.LOG - quando um usuario GERENCIAL diferente
      *           do proponente aprova na opcao P do CLIENTES.cbl.
      *           A revisao completa sai em LIMREV.REL (padrao
      *           REPCTL.COB/REPCAB.CPY). Os movimentos dos quatro
      *           arquivos sao juntados por telefone num SORT, como
      *           na extracao do CLIEXT.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT RECEBER
             ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-NUMERO.
      * Pontuacao de compra apurada pelo CLISCORE.cbl; opcional.
           SELECT CLISCORE
             ASSIGN TO 'CLISCORE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLISCORE-STATUS
               RECORD KEY IS SCORE-FONE.
      * Livro datado de baixas do RECEBE.cbl/COBRANCA.cbl; opcional.
           SELECT RECMOV
             ASSIGN TO 'RECMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECMOV-STATUS.
      * Titulos baixados como perda pelo PERDAS.cbl; opcional.
           SELECT PERDAS
             ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERDAS-STATUS
               RECORD KEY IS PRD-NUMERO.
           SELECT LIMPROP
             ASSIGN TO 'LIMPROP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LIMPROP-STATUS
               RECORD KEY IS LPR-FONE.
           SELECT LIMREV-REL
             ASSIGN TO 'LIMREV.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMREV-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'LIMREV.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CLIENTES.CPY'.

       COPY 'RECEBER.CPY'.

       FD CLISCORE.
       01 SCORE-REG.
            05 SCORE-FONE        PIC 9(09).
            05 SCORE-ULT-PEDIDO  PIC 9(08).
            05 SCORE-QT-PEDIDOS  PIC 9(05).
            05 SCORE-TOT-VALOR   PIC 9(09)V99.
            05 SCORE-TOT-FRETE   PIC 9(09)V99.

       FD RECMOV.
       01 RECMOV-REG.
            05 RMV-DATA-PAGTO PIC 9(08).
            05 RMV-NUMERO     PIC 9(06).
            05 RMV-FONE       PIC 9(09).
            05 RMV-VALOR-PAGO PIC 9(11)V99.
            05 RMV-MULTA      PIC 9(09)V99.
            05 RMV-JUROS      PIC 9(09)V99.
            05 RMV-ORIGEM     PIC X(08).

       FD PERDAS.
       01 PRD-REG.
            05 PRD-NUMERO      PIC 9(06).
            05 PRD-FONE        PIC 9(09).
            05 PRD-VENCIMENTO  PIC 9(08).
            05 PRD-SALDO       PIC 9(11)V99.
            05 PRD-DATA-BAIXA  PIC 9(08).
            05 PRD-SOLICITANTE PIC X(20).
            05 PRD-APROVADOR   PIC X(20).

       COPY 'LIMPROP.CPY'.

       FD LIMREV-REL.
       01 LIMREV-REL-REG        PIC X(132).

      *----------------------------------------------------------------
      * Um registro por fato apurado, agrupado por telefone:
      * C = cliente a revisar, P = pagamento (ORD-ATRASADO S/N),
      * A = titulo vencido em aberto, D = perda (ORD-VALOR = saldo).
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-FONE       PIC 9(09).
            05 ORD-TIPO       PIC X(01).
            05 ORD-ATRASADO   PIC X(01).
            05 ORD-VALOR      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS   PIC 9(02).
       77 RECEBER-STATUS    PIC 9(02).
       77 CLISCORE-STATUS   PIC 9(02).
       77 RECMOV-STATUS     PIC 9(02).
       77 PERDAS-STATUS     PIC 9(02).
       77 LIMPROP-STATUS    PIC 9(02).
       77 LIMREV-REL-STATUS PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77 WRK-SCORE-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-USUARIO       PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-INI   PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-DIAS   PIC 9(03) VALUE 365.
       77 WRK-SALDO         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT-AUMENTO   PIC 9(03)V99 VALUE 20.
       77 WRK-PCT-REDUCAO   PIC 9(03)V99 VALUE 30.
       77 WRK-LIMITE-MINIMO PIC 9(09)V99 VALUE 100.
       77 WRK-LIMITE-NOVO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT-ATRASO    PIC 9(03) VALUE ZEROS.
       77 WRK-PONTOS        PIC S9(03) VALUE ZEROS.
       77 WRK-PONTOS-ED     PIC -ZZ9.
       77 WRK-ACAO          PIC X(01) VALUE SPACE.
       77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
       77 WRK-PTR-MOTIVO    PIC 9(02) VALUE 1.
       77 WRK-DESC-ACAO     PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------
      * Acumulados do grupo (telefone) corrente da ordenacao.
      *----------------------------------------------------------------
       77 WRK-TEM-GRUPO     PIC X(01) VALUE 'N'.
       77 WRK-FONE-ATUAL    PIC 9(09) VALUE ZEROS.
       77 WRK-GRP-CLIENTE   PIC X(01) VALUE 'N'.
       77 WRK-GRP-PAGTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-ATRASOS   PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-VENCIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GRP-PERDAS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-REVISADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AUMENTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REDUCOES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTIDOS   PIC 9(05) VALUE ZEROS.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'SESSAO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-FONE ORD-TIPO
                  INPUT PROCEDURE IS 2000-LIBERA-FATOS
                  OUTPUT PROCEDURE IS 4000-REVISA-LIMITES
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
      *     usuario da sessao do MENUGERAL; avulso, pede o nome (o
      *     quatro-olhos compara proponente x aprovador)
            IF SES-USUARIO NOT = SPACES
               AND SES-USUARIO NOT = LOW-VALUES
               MOVE SES-USUARIO TO WRK-USUARIO
            ELSE
               DISPLAY 'USUARIO: '
               ACCEPT WRK-USUARIO
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-JULIANO-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            COMPUTE WRK-JULIANO-INI = WRK-JULIANO-HOJE
                    - WRK-JANELA-DIAS.
            PERFORM 1100-LE-PARAMETROS.
            OPEN INPUT CLIENTES.
            OPEN INPUT RECEBER.
            OPEN I-O LIMPROP
              IF LIMPROP-STATUS = 35 THEN
                  OPEN OUTPUT LIMPROP
                  CLOSE LIMPROP
                  OPEN I-O LIMPROP
               END-IF.
            OPEN OUTPUT LIMREV-REL.
            IF CLIENTES-STATUS NOT = 0 OR RECEBER-STATUS NOT = 0
               OR LIMPROP-STATUS NOT = 0 OR LIMREV-REL-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT/RECEBER.DAT/LIMPROP.DAT/'
                       'LIMREV.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
      *        sem CLISCORE.DAT (lote ainda nao rodou) o volume de
      *        compra simplesmente nao pontua
               OPEN INPUT CLISCORE
               IF CLISCORE-STATUS = 0
                  MOVE 'S' TO WRK-SCORE-DISPON
               END-IF
               MOVE 'REVISAO DE LIMITES DE CREDITO' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'PROPONENTE ' DELIMITED BY SIZE
                      WRK-USUARIO DELIMITED BY SIZE
                      '  AUMENTO ' DELIMITED BY SIZE
                      WRK-PCT-AUMENTO DELIMITED BY SIZE
                      '%  REDUCAO ' DELIMITED BY SIZE
                      WRK-PCT-REDUCAO DELIMITED BY SIZE
                      '%  MINIMO ' DELIMITED BY SIZE
                      WRK-LIMITE-MINIMO DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Percentuais e piso da revisao no cadastro central; sem
      * parametro vale o padrao.
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
            MOVE 'LIM-AUMENTO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-PCT-AUMENTO
            END-IF.
            MOVE 'LIM-REDUCAO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR < 100
               MOVE WRK-PARM-VALOR TO WRK-PCT-REDUCAO
            END-IF.
            MOVE 'LIM-MINIMO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               MOVE WRK-PARM-VALOR TO WRK-LIMITE-MINIMO
            END-IF.

      *----------------------------------------------------------------
      * Entrada da ordenacao: clientes a revisar (ativos e com teto;
      * limite zero = sem teto, fica fora da revisao), pagamentos da
      * janela, titulos vencidos em aberto e perdas.
      *----------------------------------------------------------------
       2000-LIBERA-FATOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-CLIENTE UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO REC-NUMERO.
            START RECEBER KEY IS NOT LESS THAN REC-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2200-LIBERA-VENCIDO UNTIL WRK-FIM-ARQ = 'S'.
            OPEN INPUT RECMOV.
            IF RECMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2300-LIBERA-PAGAMENTO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE RECMOV
            END-IF.
            OPEN INPUT PERDAS.
            IF PERDAS-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2400-LIBERA-PERDA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PERDAS
            END-IF.

       2100-LIBERA-CLIENTE.
            READ CLIENTES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CLI-ATIVO AND CLIENTES-LIMITE-CREDITO > 0
                     MOVE CLIENTES-FONE TO ORD-FONE
                     MOVE 'C'   TO ORD-TIPO
                     MOVE 'N'   TO ORD-ATRASADO
                     MOVE ZEROS TO ORD-VALOR
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       2200-LIBERA-VENCIDO.
            READ RECEBER NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  COMPUTE WRK-SALDO = REC-VALOR + REC-ENCARGOS
                          - REC-PAGO
                  IF REC-ABERTO AND WRK-SALDO > 0
                     AND REC-VENCIMENTO < WRK-DATA-HOJE
                     MOVE REC-FONE  TO ORD-FONE
                     MOVE 'A'       TO ORD-TIPO
                     MOVE 'S'       TO ORD-ATRASADO
                     MOVE WRK-SALDO TO ORD-VALOR
                     RELEASE ORD-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pagamento no prazo ou atrasado: a data da baixa contra o
      * vencimento do titulo (titulo que nao existe mais e ignorado).
      *----------------------------------------------------------------
       2300-LIBERA-PAGAMENTO.
            READ RECMOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FUNCTION INTEGER-OF-DATE(RMV-DATA-PAGTO)
                     NOT < WRK-JULIANO-INI
                     MOVE RMV-NUMERO TO REC-NUMERO
                     READ RECEBER
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           MOVE REC-FONE TO ORD-FONE
                           MOVE 'P'      TO ORD-TIPO
                           IF RMV-DATA-PAGTO > REC-VENCIMENTO
                              MOVE 'S' TO ORD-ATRASADO
                           ELSE
                              MOVE 'N' TO ORD-ATRASADO
                           END-IF
                           MOVE RMV-VALOR-PAGO TO ORD-VALOR
                           RELEASE ORD-REG
                     END-READ
                  END-IF
            END-READ.

       2400-LIBERA-PERDA.
            READ PERDAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE PRD-FONE  TO ORD-FONE
                  MOVE 'D'       TO ORD-TIPO
                  MOVE 'S'       TO ORD-ATRASADO
                  MOVE PRD-SALDO TO ORD-VALOR
                  RELEASE ORD-REG
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'REVISADOS: ' DELIMITED BY SIZE
                      WRK-QT-REVISADOS DELIMITED BY SIZE
                      '  AUMENTOS PROPOSTOS: ' DELIMITED BY SIZE
                      WRK-QT-AUMENTOS DELIMITED BY SIZE
                      '  REDUCOES PROPOSTAS: ' DELIMITED BY SIZE
                      WRK-QT-REDUCOES DELIMITED BY SIZE
                      '  MANTIDOS: ' DELIMITED BY SIZE
                      WRK-QT-MANTIDOS DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 9995-RODAPE-RPT
               CLOSE CLIENTES
               CLOSE RECEBER
               CLOSE LIMPROP
               CLOSE LIMREV-REL
               IF WRK-SCORE-DISPON = 'S'
                  CLOSE CLISCORE
               END-IF
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'CLIENTES REVISADOS...: ' WRK-QT-REVISADOS
               DISPLAY 'AUMENTOS PROPOSTOS...: ' WRK-QT-AUMENTOS
               DISPLAY 'REDUCOES PROPOSTAS...: ' WRK-QT-REDUCOES
               DISPLAY 'LIMITES MANTIDOS.....: ' WRK-QT-MANTIDOS
               DISPLAY 'PROPOSTAS EM LIMPROP.DAT - APROVAR NA OPCAO P'
                       ' DO CLIENTES'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Saida da ordenacao: quebra por telefone; so o grupo que tem
      * o registro C (cliente ativo com teto) e avaliado.
      *----------------------------------------------------------------
       4000-REVISA-LIMITES.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-ACUMULA-FATO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TEM-GRUPO = 'S'
               PERFORM 4200-FECHA-GRUPO
            END-IF.

       4100-ACUMULA-FATO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-TEM-GRUPO = 'S'
                     AND ORD-FONE NOT = WRK-FONE-ATUAL
                     PERFORM 4200-FECHA-GRUPO
                  END-IF
                  IF WRK-TEM-GRUPO = 'N'
                     OR ORD-FONE NOT = WRK-FONE-ATUAL
                     MOVE 'S' TO WRK-TEM-GRUPO
                     MOVE ORD-FONE TO WRK-FONE-ATUAL
                     MOVE 'N' TO WRK-GRP-CLIENTE
                     MOVE ZEROS TO WRK-GRP-PAGTOS WRK-GRP-ATRASOS
                                   WRK-GRP-VENCIDO WRK-GRP-PERDAS
                  END-IF
                  EVALUATE ORD-TIPO
                     WHEN 'C'
                        MOVE 'S' TO WRK-GRP-CLIENTE
                     WHEN 'P'
                        ADD 1 TO WRK-GRP-PAGTOS
                        IF ORD-ATRASADO = 'S'
                           ADD 1 TO WRK-GRP-ATRASOS
                        END-IF
                     WHEN 'A'
                        ADD ORD-VALOR TO WRK-GRP-VENCIDO
                     WHEN 'D'
                        ADD ORD-VALOR TO WRK-GRP-PERDAS
                  END-EVALUATE
            END-RETURN.

       4200-FECHA-GRUPO.
            IF WRK-GRP-CLIENTE = 'S'
               MOVE WRK-FONE-ATUAL TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO WRK-QT-REVISADOS
                     PERFORM 4300-PONTUA-CLIENTE
                     PERFORM 4400-DECIDE-LIMITE
                     PERFORM 4500-REGISTRA-PROPOSTA
                     PERFORM 4600-IMPRIME-REVISAO
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Pontuacao: +1 comprou pelo menos o proprio limite, +1 pagou
      * tudo no prazo (3 ou mais pagamentos na janela), -1 mais de
      * 30 pct dos pagamentos com atraso, -2 saldo vencido em aberto,
      * -3 perda no historico. Aumento pede 2 pontos ou mais;
      * qualquer saldo negativo pede reducao.
      *----------------------------------------------------------------
       4300-PONTUA-CLIENTE.
            MOVE ZEROS TO WRK-PONTOS.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE 1 TO WRK-PTR-MOTIVO.
            IF WRK-SCORE-DISPON = 'S'
               MOVE CLIENTES-FONE TO SCORE-FONE
               READ CLISCORE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF SCORE-TOT-VALOR NOT < CLIENTES-LIMITE-CREDITO
                        ADD 1 TO WRK-PONTOS
                        STRING 'VOLUME ' DELIMITED BY SIZE
                               INTO WRK-MOTIVO
                               WITH POINTER WRK-PTR-MOTIVO
                        END-STRING
                     END-IF
               END-READ
            END-IF.
            IF WRK-GRP-PAGTOS NOT < 3 AND WRK-GRP-ATRASOS = ZEROS
               ADD 1 TO WRK-PONTOS
               STRING 'PONTUAL ' DELIMITED BY SIZE
                      INTO WRK-MOTIVO
                      WITH POINTER WRK-PTR-MOTIVO
               END-STRING
            END-IF.
            IF WRK-GRP-PAGTOS > ZEROS
               COMPUTE WRK-PCT-ATRASO =
                       WRK-GRP-ATRASOS * 100 / WRK-GRP-PAGTOS
               IF WRK-PCT-ATRASO > 30
                  SUBTRACT 1 FROM WRK-PONTOS
                  STRING 'PAGA-COM-ATRASO ' DELIMITED BY SIZE
                         INTO WRK-MOTIVO
                         WITH POINTER WRK-PTR-MOTIVO
                  END-STRING
               END-IF
            END-IF.
            IF WRK-GRP-VENCIDO > ZEROS
               SUBTRACT 2 FROM WRK-PONTOS
               STRING 'VENCIDO-ABERTO ' DELIMITED BY SIZE
                      INTO WRK-MOTIVO
                      WITH POINTER WRK-PTR-MOTIVO
               END-STRING
            END-IF.
            IF WRK-GRP-PERDAS > ZEROS
               SUBTRACT 3 FROM WRK-PONTOS
               STRING 'PERDA ' DELIMITED BY SIZE
                      INTO WRK-MOTIVO
                      WITH POINTER WRK-PTR-MOTIVO
               END-STRING
            END-IF.

       4400-DECIDE-LIMITE.
            MOVE 'M' TO WRK-ACAO.
            MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-NOVO.
            IF WRK-PONTOS NOT < 2
               COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CLIENTES-LIMITE-CREDITO
                       * (100 + WRK-PCT-AUMENTO) / 100
               MOVE 'A' TO WRK-ACAO
            END-IF.
            IF WRK-PONTOS < 0
               COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CLIENTES-LIMITE-CREDITO
                       * (100 - WRK-PCT-REDUCAO) / 100
               IF WRK-LIMITE-NOVO < WRK-LIMITE-MINIMO
                  MOVE WRK-LIMITE-MINIMO TO WRK-LIMITE-NOVO
               END-IF
               IF WRK-LIMITE-NOVO < CLIENTES-LIMITE-CREDITO
                  MOVE 'R' TO WRK-ACAO
               ELSE
      *           ja esta no piso: nada a reduzir
                  MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-NOVO
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Uma proposta pendente por cliente: a revisao do mes substitui
      * a anterior nao decidida, e o "manter" retira a que sobrou.
      *----------------------------------------------------------------
       4500-REGISTRA-PROPOSTA.
            MOVE CLIENTES-FONE TO LPR-FONE.
            IF WRK-ACAO = 'M'
               ADD 1 TO WRK-QT-MANTIDOS
               MOVE 'MANTER' TO WRK-DESC-ACAO
               DELETE LIMPROP RECORD
                  INVALID KEY
                     CONTINUE
               END-DELETE
            ELSE
               IF WRK-ACAO = 'A'
                  ADD 1 TO WRK-QT-AUMENTOS
                  MOVE 'AUMENTAR' TO WRK-DESC-ACAO
               ELSE
                  ADD 1 TO WRK-QT-REDUCOES
                  MOVE 'REDUZIR' TO WRK-DESC-ACAO
               END-IF
               MOVE WRK-USUARIO TO LPR-USUARIO
               MOVE WRK-DATA-HOJE TO LPR-DATA
               ACCEPT LPR-HORA FROM TIME
               MOVE CLIENTES-LIMITE-CREDITO TO LPR-LIMITE-ATUAL
               MOVE WRK-LIMITE-NOVO TO LPR-LIMITE-NOVO
               MOVE WRK-ACAO   TO LPR-ACAO
               MOVE WRK-PONTOS TO LPR-PONTOS
               MOVE WRK-MOTIVO TO LPR-MOTIVO
               WRITE LPR-REG
                  INVALID KEY
                     REWRITE LPR-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR PROPOSTA: '
                                   LPR-FONE
                     END-REWRITE
               END-WRITE
            END-IF.

       4600-IMPRIME-REVISAO.
            MOVE WRK-PONTOS TO WRK-PONTOS-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING CLIENTES-FONE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CLIENTES-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DESC-ACAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CLIENTES-LIMITE-CREDITO DELIMITED BY SIZE
                   ' => ' DELIMITED BY SIZE
                   WRK-LIMITE-NOVO DELIMITED BY SIZE
                   ' PTS ' DELIMITED BY SIZE
                   WRK-PONTOS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==LIMREV-REL-REG==.

      *END PROGRAM LIMREV.
