      *                  linha de lancamento por centro com o codigo
      *                  no historico do lancamento, para a despesa
      *                  cair na conta certa.
      *  15/10/2026 GC - encargos do empregador da folha por centro
      *                  de custo: FGTS (evento FOLHA-FGTS) e INSS
      *                  patronal + RAT + terceiros (evento
      *                  FOLHA-ENCARG), com o centro no historico.
      *  15/10/2026 GC - provisao de 13o e ferias (PROVISAO.DAT,
      *                  calculada no fechamento do mes pelo
      *                  PROVISAO.cbl): o movimento do mes por centro
      *                  de custo sai nos eventos PROV-13, PROV-FERIAS
      *                  e PROV-ENCARG; movimento negativo (pagamento
      *                  baixando a provisao) sai com as contas
      *                  invertidas, como estorno.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FOLHAHIST-STATUS
               RECORD KEY IS FHIST-CHAVE.
           SELECT PROVISAO
             ASSIGN TO 'PROVISAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PROVISAO-STATUS
               RECORD KEY IS PRV-CHAVE.
      * Mapeamento evento -> contas, mantido pela operacao.
           SELECT CONTAMAP
             ASSIGN TO 'CONTAMAP.TXT'

       COPY 'FOLHAHIST.CPY'.

       COPY 'PROVISAO.CPY'.

       FD CONTAMAP.
       01 CONTAMAP-REG.
            05 MAP-EVENTO       PIC X(12).
       77 FECHHIST-STATUS    PIC 9(02).
       77 RECMOV-STATUS      PIC 9(02).
       77 FOLHAHIST-STATUS   PIC 9(02).
       77 PROVISAO-STATUS    PIC 9(02).
       77 CONTAMAP-STATUS    PIC 9(02).
       77 LANCAMENTOS-STATUS PIC 9(02).
       77 WRK-FIM-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-EVENTO         PIC X(12) VALUE SPACES.
       77 WRK-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HISTORICO      PIC X(30) VALUE SPACES.
      *     S = lancamento com debito e credito do mapa invertidos
       77 WRK-ESTORNO        PIC X(01) VALUE 'N'.
       77 WRK-HIST-PROV      PIC X(30) VALUE SPACES.
       77 WRK-TEM-FECH       PIC X(01) VALUE 'N'.
       01 WRK-FECH-DIA.
            05 WRK-FH-DINHEIRO PIC 9(06)V99.
            05 WRK-CC-ITEM OCCURS 20 TIMES INDEXED BY WRK-IX-CC.
                10 WRK-CC-CODIGO  PIC X(05).
                10 WRK-CC-LIQUIDO PIC 9(11)V99.
                10 WRK-CC-FGTS    PIC 9(11)V99.
                10 WRK-CC-ENCARGOS PIC 9(11)V99.
                10 WRK-CC-PROV-13  PIC S9(11)V99.
                10 WRK-CC-PROV-FER PIC S9(11)V99.
                10 WRK-CC-PROV-ENC PIC S9(11)V99.
       77 WRK-QT-CCS         PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CC       PIC X(01) VALUE 'N'.
       77 WRK-IX-VARRE-CC    PIC 9(02) VALUE ZEROS.
               PERFORM 2000-EXPORTA-VENDAS
               PERFORM 3000-EXPORTA-BAIXAS
               PERFORM 4000-EXPORTA-FOLHA
               PERFORM 5000-EXPORTA-PROVISAO
            END-IF.
            PERFORM 8000-FINALIZAR.
            GOBACK.

       4200-ACUMULA-CCUSTO.
            MOVE FHIST-CCUSTO TO WRK-CC-CORRENTE.
            PERFORM 4220-POSICIONA-CCUSTO.
            IF WRK-ACHOU-CC = 'S'
               ADD FHIST-LIQUIDO TO WRK-CC-LIQUIDO(WRK-IX-CC)
               ADD FHIST-FGTS TO WRK-CC-FGTS(WRK-IX-CC)
               ADD FHIST-INSS-EMPRESA FHIST-RAT FHIST-TERCEIROS
                 TO WRK-CC-ENCARGOS(WRK-IX-CC)
            END-IF.

       4210-LOCALIZA-CCUSTO.
            SET WRK-IX-CC TO WRK-IX-VARRE-CC.
            IF WRK-CC-CODIGO(WRK-IX-CC) = WRK-CC-CORRENTE
               MOVE 'S' TO WRK-ACHOU-CC
            END-IF.

      *----------------------------------------------------------------
      * Posiciona WRK-IX-CC no centro de WRK-CC-CORRENTE, abrindo a
      * linha do centro na primeira vez (folha e provisao).
      *----------------------------------------------------------------
       4220-POSICIONA-CCUSTO.
            IF WRK-CC-CORRENTE = SPACES
               MOVE '(SEM)' TO WRK-CC-CORRENTE
            END-IF.
                  SET WRK-IX-CC TO WRK-QT-CCS
                  MOVE WRK-CC-CORRENTE
                    TO WRK-CC-CODIGO(WRK-IX-CC)
                  MOVE ZEROS TO WRK-CC-LIQUIDO(WRK-IX-CC)
                                WRK-CC-FGTS(WRK-IX-CC)
                                WRK-CC-ENCARGOS(WRK-IX-CC)
                                WRK-CC-PROV-13(WRK-IX-CC)
                                WRK-CC-PROV-FER(WRK-IX-CC)
                                WRK-CC-PROV-ENC(WRK-IX-CC)
                  MOVE 'S' TO WRK-ACHOU-CC
               ELSE
                  DISPLAY 'AVISO: MAIS DE 20 CENTROS DE CUSTO'
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Grava o lancamento com as contas do mapeamento; valor zero
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * Uma linha de folha liquida por centro de custo, com o centro
      * no historico do lancamento; idem para o FGTS e os encargos
      * patronais (INSS empresa, RAT e terceiros).
      *----------------------------------------------------------------
       4300-LANCA-CCUSTO.
            SET WRK-IX-CC TO WRK-IX-VARRE-CC.
               END-STRING
               PERFORM 7000-GRAVA-LANCAMENTO
            END-IF.
            IF WRK-CC-FGTS(WRK-IX-CC) > 0
               MOVE 'FOLHA-FGTS' TO WRK-EVENTO
               MOVE WRK-CC-FGTS(WRK-IX-CC) TO WRK-VALOR
               MOVE SPACES TO WRK-HISTORICO
               STRING 'FGTS DA FOLHA CC ' DELIMITED BY SIZE
                      WRK-CC-CODIGO(WRK-IX-CC) DELIMITED BY SIZE
                      INTO WRK-HISTORICO
               END-STRING
               PERFORM 7000-GRAVA-LANCAMENTO
            END-IF.
            IF WRK-CC-ENCARGOS(WRK-IX-CC) > 0
               MOVE 'FOLHA-ENCARG' TO WRK-EVENTO
               MOVE WRK-CC-ENCARGOS(WRK-IX-CC) TO WRK-VALOR
               MOVE SPACES TO WRK-HISTORICO
               STRING 'ENCARGOS FOLHA CC ' DELIMITED BY SIZE
                      WRK-CC-CODIGO(WRK-IX-CC) DELIMITED BY SIZE
                      INTO WRK-HISTORICO
               END-STRING
               PERFORM 7000-GRAVA-LANCAMENTO
            END-IF.

      *----------------------------------------------------------------
      * Movimento das provisoes de 13o e ferias calculado hoje no
      * fechamento do mes (PRV-DATA), por centro de custo; sem
      * PROVISAO.DAT (fechamento ainda nao rodou) nao ha o que lancar.
      *----------------------------------------------------------------
       5000-EXPORTA-PROVISAO.
            OPEN INPUT PROVISAO.
            IF PROVISAO-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PRV-CHAVE
               START PROVISAO KEY IS NOT LESS THAN PRV-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5100-LE-PROVISAO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PROVISAO
               PERFORM 5300-LANCA-PROVISAO
                  VARYING WRK-IX-VARRE-CC FROM 1 BY 1
                  UNTIL WRK-IX-VARRE-CC > WRK-QT-CCS
            END-IF.

       5100-LE-PROVISAO.
            READ PROVISAO NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRV-DATA = WRK-DATA-HOJE
                     MOVE PRV-CCUSTO TO WRK-CC-CORRENTE
                     PERFORM 4220-POSICIONA-CCUSTO
                     IF WRK-ACHOU-CC = 'S'
                        ADD PRV-MOV-13 TO WRK-CC-PROV-13(WRK-IX-CC)
                        ADD PRV-MOV-FERIAS
                          TO WRK-CC-PROV-FER(WRK-IX-CC)
                        ADD PRV-MOV-ENCARG
                          TO WRK-CC-PROV-ENC(WRK-IX-CC)
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Uma linha por provisao e centro de custo; movimento negativo
      * sai como estorno (contas do mapa invertidas).
      *----------------------------------------------------------------
       5300-LANCA-PROVISAO.
            SET WRK-IX-CC TO WRK-IX-VARRE-CC.
            MOVE 'PROV-13' TO WRK-EVENTO.
            IF WRK-CC-PROV-13(WRK-IX-CC) < 0
               MOVE 'S' TO WRK-ESTORNO
               COMPUTE WRK-VALOR = 0 - WRK-CC-PROV-13(WRK-IX-CC)
               MOVE 'ESTORNO PROV. 13O CC ' TO WRK-HIST-PROV
            ELSE
               MOVE WRK-CC-PROV-13(WRK-IX-CC) TO WRK-VALOR
               MOVE 'PROVISAO 13O CC ' TO WRK-HIST-PROV
            END-IF.
            PERFORM 5310-LANCA-EVENTO-PROV.
            MOVE 'PROV-FERIAS' TO WRK-EVENTO.
            IF WRK-CC-PROV-FER(WRK-IX-CC) < 0
               MOVE 'S' TO WRK-ESTORNO
               COMPUTE WRK-VALOR = 0 - WRK-CC-PROV-FER(WRK-IX-CC)
               MOVE 'ESTORNO PROV. FERIAS CC ' TO WRK-HIST-PROV
            ELSE
               MOVE WRK-CC-PROV-FER(WRK-IX-CC) TO WRK-VALOR
               MOVE 'PROVISAO FERIAS CC ' TO WRK-HIST-PROV
            END-IF.
            PERFORM 5310-LANCA-EVENTO-PROV.
            MOVE 'PROV-ENCARG' TO WRK-EVENTO.
            IF WRK-CC-PROV-ENC(WRK-IX-CC) < 0
               MOVE 'S' TO WRK-ESTORNO
               COMPUTE WRK-VALOR = 0 - WRK-CC-PROV-ENC(WRK-IX-CC)
               MOVE 'ESTORNO PROV. ENCARG CC ' TO WRK-HIST-PROV
            ELSE
               MOVE WRK-CC-PROV-ENC(WRK-IX-CC) TO WRK-VALOR
               MOVE 'PROVISAO ENCARGOS CC ' TO WRK-HIST-PROV
            END-IF.
            PERFORM 5310-LANCA-EVENTO-PROV.

      *     completa o historico com o centro e grava; o estorno vale
      *     so para este lancamento
       5310-LANCA-EVENTO-PROV.
            MOVE SPACES TO WRK-HISTORICO.
            STRING WRK-HIST-PROV DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   WRK-CC-CODIGO(WRK-IX-CC) DELIMITED BY SIZE
                   INTO WRK-HISTORICO
            END-STRING.
            PERFORM 7000-GRAVA-LANCAMENTO.
            MOVE 'N' TO WRK-ESTORNO.

       7000-GRAVA-LANCAMENTO.
            IF WRK-VALOR = ZEROS
                          WRK-EVENTO
               ELSE
                  MOVE WRK-DATA-HOJE TO LAN-DATA
                  IF WRK-ESTORNO = 'S'
                     MOVE WRK-MAPA-CRED(WRK-IX-M) TO LAN-CONTA-DEB
                     MOVE WRK-MAPA-DEB(WRK-IX-M)  TO LAN-CONTA-CRED
                  ELSE
                     MOVE WRK-MAPA-DEB(WRK-IX-M)  TO LAN-CONTA-DEB
                     MOVE WRK-MAPA-CRED(WRK-IX-M) TO LAN-CONTA-CRED
                  END-IF
                  MOVE WRK-VALOR TO LAN-VALOR
                  MOVE WRK-HISTORICO TO LAN-HISTORICO
                  WRITE LANCAMENTO-REG
