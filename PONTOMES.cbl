       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOMES.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Fechamento mensal dos pontos de fidelidade
      *           (PONTOS.DAT, PONTOS.CPY). Para o mes de referencia
      *           (ANOMES.TXT do FECHAMESD.cbl ou digitado):
      *             - vence os lotes de pontos com validade ate o
      *               ultimo dia do mes que ainda tem saldo, gravando
      *               um movimento V por lote com o saldo perdido;
      *             - monta o extrato do mes de cada cliente com
      *               movimento ou saldo - pontos ganhos, estornados,
      *               resgatados e vencidos no mes, o saldo e quanto
      *               vence no mes seguinte - em PONTOMES.REL (padrao
      *               REPCTL.COB/REPCAB.CPY) e enfileira o evento
      *               PONTOS em NOTIFICA.SPL (nome e e-mail de
      *               CLIENTES.DAT; cliente inativo ou sem cadastro
      *               fica so no relatorio).
      *           Etapa 7 do fechamento de fim de mes.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS
             ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY IS PTS-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
           SELECT PONTOMES-REL
             ASSIGN TO 'PONTOMES.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PONTOMES-REL-STATUS.
           SELECT ANOMES-ARQ
             ASSIGN TO 'ANOMES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMES-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PONTOS.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'NOTIFICA.CPY'.

       FD PONTOMES-REL.
       01 PONTOMES-REL-REG   PIC X(132).

       FD ANOMES-ARQ.
       01 ANOMES-ARQ-REG.
            05 ANOMES-ARQ-VALOR PIC 9(06).

       WORKING-STORAGE SECTION.
       77 PONTOS-STATUS        PIC 9(02).
       77 CLIENTES-STATUS      PIC 9(02).
       77 NOTIFICA-STATUS      PIC 9(02).
       77 PONTOMES-REL-STATUS  PIC 9(02).
       77 ANOMES-ARQ-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-SEM-PONTOS       PIC X(01) VALUE 'N'.
       77 WRK-GRAVADO          PIC X(01) VALUE 'N'.
       77 WRK-TENTATIVAS       PIC 9(03) VALUE ZEROS.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
            05 WRK-COMP-ANO    PIC 9(04).
            05 WRK-COMP-MES    PIC 9(02).
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-PROX-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-FONE-ATUAL       PIC 9(09) VALUE ZEROS.
      *----------------------------------------------------------------
      * Movimentos do cliente no mes e saldo dos lotes.
      *----------------------------------------------------------------
       77 WRK-PT-GANHOS        PIC 9(07) VALUE ZEROS.
       77 WRK-PT-ESTORNOS      PIC 9(07) VALUE ZEROS.
       77 WRK-PT-RESGATES      PIC 9(07) VALUE ZEROS.
       77 WRK-PT-VENCIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-PT-SALDO         PIC 9(07) VALUE ZEROS.
       77 WRK-PT-A-VENCER      PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------
      * Totais do mes.
      *----------------------------------------------------------------
       77 WRK-QT-LOTES-VENC    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CLIENTES      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXTRATOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CLI       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-GANHOS       PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ESTORNOS     PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-RESGATES     PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-VENCIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-SALDO        PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-A-VENCER     PIC 9(09) VALUE ZEROS.
      *----------------------------------------------------------------
      * Lotes vencidos nesta rodada, gravados como movimento V depois
      * da varredura (gravar no meio da leitura sequencial traria o
      * movimento novo de volta). Lote que nao couber fica para a
      * rodada seguinte - ja nao conta no saldo do PONTOS.cbl.
      *----------------------------------------------------------------
       01 WRK-VENC-TAB.
            05 WRK-VENC-ITEM OCCURS 1000 TIMES INDEXED BY WRK-IX-V.
                10 WRK-VENC-FONE      PIC 9(09).
                10 WRK-VENC-DOCUMENTO PIC X(25).
                10 WRK-VENC-PONTOS    PIC 9(07).
       77 WRK-QT-VENC          PIC 9(04) VALUE ZEROS.
       77 WRK-PONTOS-ED        PIC Z.ZZZ.ZZ9.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N' AND WRK-SEM-PONTOS = 'N'
               PERFORM 2000-VENCE-LOTES
               PERFORM 4000-EXTRATOS
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            OPEN INPUT ANOMES-ARQ.
            IF ANOMES-ARQ-STATUS = 0
               READ ANOMES-ARQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE ANOMES-ARQ-VALOR TO WRK-COMPETENCIA
               END-READ
               CLOSE ANOMES-ARQ
            END-IF.
            IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'MES DE REFERENCIA (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
            END-IF.
            IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               OR WRK-COMP-ANO = ZEROS
               DISPLAY 'MES DE REFERENCIA INVALIDO: ' WRK-COMPETENCIA
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               PERFORM 1100-LIMITES-DO-MES
               PERFORM 1200-ABRE-ARQUIVOS
            END-IF.

      *----------------------------------------------------------------
      * Primeiro e ultimo dia do mes e ultimo dia do mes seguinte (a
      * validade dos lotes e sempre o ultimo dia de um mes).
      *----------------------------------------------------------------
       1100-LIMITES-DO-MES.
            COMPUTE WRK-MES-INICIO = WRK-COMPETENCIA * 100 + 1.
            IF WRK-COMP-MES = 12
               COMPUTE WRK-MES-FIM =
                       (WRK-COMP-ANO + 1) * 10000 + 101
            ELSE
               COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
            END-IF.
            EVALUATE WRK-COMP-MES
               WHEN 11
                  COMPUTE WRK-PROX-FIM =
                          (WRK-COMP-ANO + 1) * 10000 + 101
               WHEN 12
                  COMPUTE WRK-PROX-FIM =
                          (WRK-COMP-ANO + 1) * 10000 + 201
               WHEN OTHER
                  COMPUTE WRK-PROX-FIM = WRK-MES-INICIO + 200
            END-EVALUATE.
            COMPUTE WRK-MES-FIM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-MES-FIM) - 1).
            COMPUTE WRK-PROX-FIM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-PROX-FIM) - 1).

       1200-ABRE-ARQUIVOS.
            OPEN I-O PONTOS.
            OPEN INPUT CLIENTES.
            OPEN OUTPUT PONTOMES-REL.
            OPEN EXTEND NOTIFICA
              IF NOTIFICA-STATUS = 35 THEN
                  OPEN OUTPUT NOTIFICA
                  CLOSE NOTIFICA
                  OPEN EXTEND NOTIFICA
               END-IF.
      *     loja que ainda nao pontuou ninguem: nada a fechar
            IF PONTOS-STATUS = 35
               DISPLAY 'SEM PONTOS.DAT - NADA A FECHAR'
               MOVE 'S' TO WRK-SEM-PONTOS
            ELSE
               IF PONTOS-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
                  OR NOTIFICA-STATUS NOT = 0
                  OR PONTOMES-REL-STATUS NOT = 0
                  DISPLAY 'PONTOS.DAT/CLIENTES.DAT/NOTIFICA.SPL/'
                          'PONTOMES.REL INDISPONIVEIS'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Vencimento: zera o saldo dos lotes com validade ate o fim do
      * mes e grava um movimento V por lote, datado do fim do mes.
      *----------------------------------------------------------------
       2000-VENCE-LOTES.
            MOVE ZEROS TO WRK-QT-VENC.
            PERFORM 8000-POSICIONA-INICIO.
            PERFORM 2100-VERIFICA-LOTE UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 2200-GRAVA-VENCIMENTO
               VARYING WRK-IX-V FROM 1 BY 1
               UNTIL WRK-IX-V > WRK-QT-VENC.

       2100-VERIFICA-LOTE.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-GANHO AND PTS-SALDO > ZEROS
                     AND PTS-VALIDADE NOT GREATER THAN WRK-MES-FIM
                     AND WRK-QT-VENC < 1000
                     ADD 1 TO WRK-QT-VENC
                     SET WRK-IX-V TO WRK-QT-VENC
                     MOVE PTS-FONE      TO WRK-VENC-FONE(WRK-IX-V)
                     MOVE PTS-DOCUMENTO TO WRK-VENC-DOCUMENTO(WRK-IX-V)
                     MOVE PTS-SALDO     TO WRK-VENC-PONTOS(WRK-IX-V)
                     MOVE ZEROS TO PTS-SALDO
                     REWRITE PTS-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO VENCER O LOTE: '
                                   PTS-FONE SPACE PTS-DOCUMENTO
                           SUBTRACT 1 FROM WRK-QT-VENC
                     END-REWRITE
                  END-IF
            END-READ.

       2200-GRAVA-VENCIMENTO.
            MOVE SPACES TO PTS-REG.
            MOVE WRK-VENC-FONE(WRK-IX-V)      TO PTS-FONE.
            MOVE WRK-MES-FIM                  TO PTS-DATA.
            ACCEPT PTS-HORA FROM TIME.
            MOVE 'V'                          TO PTS-TIPO.
            MOVE 'PONTOMES'                   TO PTS-ORIGEM.
            MOVE WRK-VENC-DOCUMENTO(WRK-IX-V) TO PTS-DOCUMENTO.
            MOVE ZEROS TO PTS-VALOR-BASE PTS-SALDO PTS-ESTORNADOS
                          PTS-VALIDADE PTS-CREDITO.
            MOVE WRK-VENC-PONTOS(WRK-IX-V)    TO PTS-PONTOS.
            MOVE 'LOTE'                       TO PTS-USUARIO.
            MOVE 'N' TO WRK-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 2210-GRAVA-REGISTRO
               UNTIL WRK-GRAVADO = 'S' OR WRK-TENTATIVAS > 50.
            IF WRK-GRAVADO = 'S'
               ADD 1 TO WRK-QT-LOTES-VENC
            ELSE
               DISPLAY 'ERRO AO GRAVAR O VENCIMENTO: ' PTS-FONE
                       SPACE PTS-DOCUMENTO
            END-IF.

      *     dois lotes do fone no mesmo centesimo: hora seguinte
       2210-GRAVA-REGISTRO.
            WRITE PTS-REG
               INVALID KEY
                  ADD 1 TO PTS-HORA
                  ADD 1 TO WRK-TENTATIVAS
               NOT INVALID KEY
                  MOVE 'S' TO WRK-GRAVADO
            END-WRITE.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N' AND WRK-SEM-PONTOS = 'N'
               CLOSE PONTOS
            END-IF.
            IF CLIENTES-STATUS = 0
               CLOSE CLIENTES
            END-IF.
            IF NOTIFICA-STATUS = 0
               CLOSE NOTIFICA
            END-IF.
            IF PONTOMES-REL-STATUS = 0
               CLOSE PONTOMES-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'LOTES VENCIDOS........: ' WRK-QT-LOTES-VENC
               DISPLAY 'CLIENTES NO EXTRATO...: ' WRK-QT-CLIENTES
               DISPLAY 'EXTRATOS ENFILEIRADOS.: ' WRK-QT-EXTRATOS
               DISPLAY 'SEM CADASTRO/INATIVOS.: ' WRK-QT-SEM-CLI
               IF WRK-SEM-PONTOS = 'N'
                  DISPLAY 'RELATORIO GRAVADO EM PONTOMES.REL'
                  DISPLAY 'EVENTOS EM NOTIFICA.SPL (RODAR NOTPROC)'
               END-IF
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Extrato: a chave comeca pelo fone, entao os movimentos de
      * cada cliente vem juntos; a quebra de fone fecha o extrato.
      *----------------------------------------------------------------
       4000-EXTRATOS.
            MOVE 'EXTRATO MENSAL DE PONTOS DE FIDELIDADE'
              TO RPT-TITULO.
            PERFORM 9980-CABECALHO-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MES DE REFERENCIA: ' DELIMITED BY SIZE
                   WRK-COMPETENCIA       DELIMITED BY SIZE
                   '  LOTES VENCIDOS ATE ' DELIMITED BY SIZE
                   WRK-MES-FIM           DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'FONE      NOME                          '
                      DELIMITED BY SIZE
                   '    GANHOS  ESTORNOS  RESGATES'
                      DELIMITED BY SIZE
                   '  VENCIDOS     SALDO  A VENCER'
                      DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE ZEROS TO WRK-FONE-ATUAL.
            PERFORM 4900-ZERA-CLIENTE.
            PERFORM 8000-POSICIONA-INICIO.
            PERFORM 4100-ACUMULA-MOVIMENTO UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-FONE-ATUAL NOT = ZEROS
               PERFORM 4200-FECHA-CLIENTE
            END-IF.
            PERFORM 4500-IMPRIME-TOTAIS.
            PERFORM 9995-RODAPE-RPT.

       4100-ACUMULA-MOVIMENTO.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-FONE NOT = WRK-FONE-ATUAL
                     IF WRK-FONE-ATUAL NOT = ZEROS
                        PERFORM 4200-FECHA-CLIENTE
                     END-IF
                     PERFORM 4900-ZERA-CLIENTE
                     MOVE PTS-FONE TO WRK-FONE-ATUAL
                  END-IF
                  PERFORM 4110-SOMA-MOVIMENTO
            END-READ.

       4110-SOMA-MOVIMENTO.
            IF PTS-DATA NOT LESS THAN WRK-MES-INICIO
               AND PTS-DATA NOT GREATER THAN WRK-MES-FIM
               EVALUATE TRUE
                  WHEN PTS-GANHO
                     ADD PTS-PONTOS TO WRK-PT-GANHOS
                  WHEN PTS-ESTORNO
                     ADD PTS-PONTOS TO WRK-PT-ESTORNOS
                  WHEN PTS-RESGATE
                     ADD PTS-PONTOS TO WRK-PT-RESGATES
                  WHEN PTS-VENCIDO
                     ADD PTS-PONTOS TO WRK-PT-VENCIDOS
               END-EVALUATE
            END-IF.
            IF PTS-GANHO AND PTS-SALDO > ZEROS
               AND PTS-VALIDADE > WRK-MES-FIM
               ADD PTS-SALDO TO WRK-PT-SALDO
               IF PTS-VALIDADE NOT GREATER THAN WRK-PROX-FIM
                  ADD PTS-SALDO TO WRK-PT-A-VENCER
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Cliente sem movimento no mes e sem saldo nao tem extrato.
      *----------------------------------------------------------------
       4200-FECHA-CLIENTE.
            IF WRK-PT-GANHOS > ZEROS OR WRK-PT-ESTORNOS > ZEROS
               OR WRK-PT-RESGATES > ZEROS OR WRK-PT-VENCIDOS > ZEROS
               OR WRK-PT-SALDO > ZEROS
               ADD 1 TO WRK-QT-CLIENTES
               ADD WRK-PT-GANHOS   TO WRK-TOT-GANHOS
               ADD WRK-PT-ESTORNOS TO WRK-TOT-ESTORNOS
               ADD WRK-PT-RESGATES TO WRK-TOT-RESGATES
               ADD WRK-PT-VENCIDOS TO WRK-TOT-VENCIDOS
               ADD WRK-PT-SALDO    TO WRK-TOT-SALDO
               ADD WRK-PT-A-VENCER TO WRK-TOT-A-VENCER
               MOVE WRK-FONE-ATUAL TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     MOVE '(SEM CADASTRO)' TO CLIENTES-NOME
                     ADD 1 TO WRK-QT-SEM-CLI
                  NOT INVALID KEY
                     IF CLI-INATIVO
                        ADD 1 TO WRK-QT-SEM-CLI
                     ELSE
                        PERFORM 4300-ENFILEIRA-EXTRATO
                     END-IF
               END-READ
               PERFORM 4210-LINHA-CLIENTE
            END-IF.

       4210-LINHA-CLIENTE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-FONE-ATUAL DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   CLIENTES-NOME  DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            MOVE WRK-PT-GANHOS   TO WRK-PONTOS-ED.
            MOVE WRK-PONTOS-ED   TO RPT-LINHA-IMPRESSA(42:9).
            MOVE WRK-PT-ESTORNOS TO WRK-PONTOS-ED.
            MOVE WRK-PONTOS-ED   TO RPT-LINHA-IMPRESSA(52:9).
            MOVE WRK-PT-RESGATES TO WRK-PONTOS-ED.
            MOVE WRK-PONTOS-ED   TO RPT-LINHA-IMPRESSA(62:9).
            MOVE WRK-PT-VENCIDOS TO WRK-PONTOS-ED.
            MOVE WRK-PONTOS-ED   TO RPT-LINHA-IMPRESSA(72:9).
            MOVE WRK-PT-SALDO    TO WRK-PONTOS-ED.
            MOVE WRK-PONTOS-ED   TO RPT-LINHA-IMPRESSA(82:9).
            MOVE WRK-PT-A-VENCER TO WRK-PONTOS-ED.
            MOVE WRK-PONTOS-ED   TO RPT-LINHA-IMPRESSA(92:9).
            PERFORM 9990-GRAVA-LINHA-RPT.

       4300-ENFILEIRA-EXTRATO.
            MOVE SPACES TO NOTIF-REG.
            MOVE 'PONTOS'        TO NOTIF-EVENTO.
            ACCEPT NOTIF-DATA FROM DATE YYYYMMDD.
            ACCEPT NOTIF-HORA FROM TIME.
            MOVE WRK-FONE-ATUAL  TO NOTIF-FONE.
            MOVE CLIENTES-NOME   TO NOTIF-NOME.
            MOVE CLIENTES-EMAIL  TO NOTIF-EMAIL.
            MOVE ZEROS TO NOTIF-PEDIDO NOTIF-MANIFESTO
                          NOTIF-DATA-PREVISTA
                          NOTIF-DATA-ENTREGA
                          NOTIF-QT-FALTAS NOTIF-PERC-PRESENCA
                          NOTIF-ORC-NUMERO NOTIF-ORC-VALOR
                          NOTIF-ORC-VENCE.
            MOVE WRK-COMPETENCIA TO NOTIF-PTS-ANOMES.
            MOVE WRK-PT-GANHOS   TO NOTIF-PTS-GANHOS.
            MOVE WRK-PT-ESTORNOS TO NOTIF-PTS-ESTORNOS.
            MOVE WRK-PT-RESGATES TO NOTIF-PTS-RESGATES.
            MOVE WRK-PT-VENCIDOS TO NOTIF-PTS-VENCIDOS.
            MOVE WRK-PT-SALDO    TO NOTIF-PTS-SALDO.
            MOVE WRK-PT-A-VENCER TO NOTIF-PTS-A-VENCER.
            WRITE NOTIF-REG.
            ADD 1 TO WRK-QT-EXTRATOS.

       4500-IMPRIME-TOTAIS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE 'TOTAL DO MES' TO RPT-LINHA-IMPRESSA.
            MOVE WRK-TOT-GANHOS   TO WRK-TOTAL-ED.
            MOVE WRK-TOTAL-ED     TO RPT-LINHA-IMPRESSA(40:11).
            MOVE WRK-TOT-ESTORNOS TO WRK-TOTAL-ED.
            MOVE WRK-TOTAL-ED     TO RPT-LINHA-IMPRESSA(50:11).
            MOVE WRK-TOT-RESGATES TO WRK-TOTAL-ED.
            MOVE WRK-TOTAL-ED     TO RPT-LINHA-IMPRESSA(60:11).
            MOVE WRK-TOT-VENCIDOS TO WRK-TOTAL-ED.
            MOVE WRK-TOTAL-ED     TO RPT-LINHA-IMPRESSA(70:11).
            MOVE WRK-TOT-SALDO    TO WRK-TOTAL-ED.
            MOVE WRK-TOTAL-ED     TO RPT-LINHA-IMPRESSA(80:11).
            MOVE WRK-TOT-A-VENCER TO WRK-TOTAL-ED.
            MOVE WRK-TOTAL-ED     TO RPT-LINHA-IMPRESSA(90:11).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CLIENTES NO EXTRATO: ' DELIMITED BY SIZE
                   WRK-QT-CLIENTES        DELIMITED BY SIZE
                   '  AVISOS ENFILEIRADOS: ' DELIMITED BY SIZE
                   WRK-QT-EXTRATOS        DELIMITED BY SIZE
                   '  LOTES VENCIDOS: '   DELIMITED BY SIZE
                   WRK-QT-LOTES-VENC      DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4900-ZERA-CLIENTE.
            MOVE ZEROS TO WRK-PT-GANHOS WRK-PT-ESTORNOS
                          WRK-PT-RESGATES WRK-PT-VENCIDOS
                          WRK-PT-SALDO WRK-PT-A-VENCER.

       8000-POSICIONA-INICIO.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PTS-CHAVE.
            START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==PONTOMES-REL-REG==.

      *END PROGRAM PONTOMES.
