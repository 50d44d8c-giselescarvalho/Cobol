      *           estranhas - par incompleto, trabalho em dia nao
      *           util - saem no relatorio de excecoes PONTO.REL
      *           (padrao REPCTL.COB/REPCAB.CPY) para o RH resolver.
      * Modification History:
      *  15/10/2026 GC - os dias de falta de cada funcionario no mes
      *                  vao tambem para FALTAS.DAT (FALTAS.CPY), base
      *                  da reducao dos dias de ferias do periodo
      *                  aquisitivo (FERATUAL.cbl); a reapuracao do
      *                  mes regrava o registro.
      *  15/10/2026 GC - banco de horas: para o funcionario que
      *                  aderiu (FUN-BANCO-HORAS = S) o excedente da
      *                  jornada vira credito e a jornada incompleta
      *                  vira debito no BANCOHOR.DAT (BANCOHOR.CPY),
      *                  dia a dia, em vez de hora extra; no fim do
      *                  mes o credito com mais de 6 meses e pago como
      *                  extra no FOLHAEXC.TXT e o fechamento do mes
      *                  fica gravado para o extrato (BHEXTR.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'PONTO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PONTO-REL-STATUS.
           SELECT FALTAS
             ASSIGN TO 'FALTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FALTAS-STATUS
               RECORD KEY IS FAL-CHAVE.
           SELECT BANCOHOR
             ASSIGN TO 'BANCOHOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BANCOHOR-STATUS
               RECORD KEY IS BH-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PONTO-ENTRADA.
       FD PONTO-REL.
       01 PONTO-REL-REG     PIC X(132).

       COPY 'FALTAS.CPY'.

       COPY 'BANCOHOR.CPY'.

       WORKING-STORAGE SECTION.
       77 PONTO-STATUS        PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 EXCECOES-STATUS     PIC 9(02).
       77 PONTO-REL-STATUS    PIC 9(02).
       77 FALTAS-STATUS       PIC 9(02).
       77 WRK-TEM-FALTAS      PIC X(01) VALUE 'N'.
       77 WRK-IX-FALTA        PIC 9(02) VALUE ZEROS.
       77 BANCOHOR-STATUS     PIC 9(02).
       77 WRK-TEM-BANCO       PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-ANOMES          PIC 9(06) VALUE ZEROS.
            05 WRK-DU-DIAS-ENTRE  PIC S9(05) VALUE ZEROS.
            05 WRK-DU-UF          PIC X(02) VALUE SPACES.
            05 WRK-DU-CIDADE      PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------
      * Banco de horas do funcionario corrente: creditos ainda em
      * aberto, do mais antigo para o mais novo, e debito que passou
      * do saldo (fica devendo ate o proximo credito).
      *----------------------------------------------------------------
       77 WRK-EH-BANCO        PIC X(01) VALUE 'N'.
       77 WRK-FIM-BANCO       PIC X(01) VALUE 'N'.
       01 WRK-LOTES-TAB.
            05 WRK-LOTE-ITEM OCCURS 400 TIMES INDEXED BY WRK-IX-L.
                10 WRK-LOTE-DATA   PIC 9(08).
                10 WRK-LOTE-MIN    PIC 9(05).
       77 WRK-QT-LOTES        PIC 9(03) VALUE ZEROS.
       77 WRK-IX-VARRE-LOTE   PIC 9(03) VALUE ZEROS.
       77 WRK-IX-NOVO-LOTE    PIC 9(03) VALUE ZEROS.
       77 WRK-BH-CREDITO-DIA  PIC 9(05) VALUE ZEROS.
       77 WRK-BH-DEBITO-DIA   PIC 9(05) VALUE ZEROS.
       77 WRK-BH-CRED-MES     PIC 9(05) VALUE ZEROS.
       77 WRK-BH-DEB-MES      PIC 9(05) VALUE ZEROS.
       77 WRK-BH-CREDITO      PIC 9(05) VALUE ZEROS.
       77 WRK-BH-DEVEDOR      PIC 9(06) VALUE ZEROS.
       77 WRK-BH-CONSUMIR     PIC 9(06) VALUE ZEROS.
       77 WRK-BH-BAIXA        PIC 9(05) VALUE ZEROS.
       77 WRK-BH-VENCIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-BH-A-VENCER     PIC 9(06) VALUE ZEROS.
       77 WRK-BH-EM-ABERTO    PIC 9(06) VALUE ZEROS.
       77 WRK-BH-CORTE        PIC 9(08) VALUE ZEROS.
       77 WRK-BH-CORTE-PROX   PIC 9(08) VALUE ZEROS.
       77 WRK-BH-MESES-ABS    PIC 9(06) VALUE ZEROS.
       77 WRK-BH-ANO          PIC 9(04) VALUE ZEROS.
       77 WRK-BH-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-BH-HORAS        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-BH-VALOR        PIC 9(06)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Credito mais velho que isso (em meses) e pago como extra.
      *----------------------------------------------------------------
       77 WRK-BH-VALIDADE     PIC 9(02) VALUE 6.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               OPEN I-O FALTAS
               IF FALTAS-STATUS = 35
                  OPEN OUTPUT FALTAS
                  CLOSE FALTAS
                  OPEN I-O FALTAS
               END-IF
               IF FALTAS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-FALTAS
               ELSE
                  DISPLAY 'AVISO: FALTAS.DAT INDISPONIVEL - FALTAS '
                          'FORA DO CONTROLE DE FERIAS'
               END-IF
               OPEN I-O BANCOHOR
               IF BANCOHOR-STATUS = 35
                  OPEN OUTPUT BANCOHOR
                  CLOSE BANCOHOR
                  OPEN I-O BANCOHOR
               END-IF
               IF BANCOHOR-STATUS = 0
                  MOVE 'S' TO WRK-TEM-BANCO
               ELSE
                  DISPLAY 'AVISO: BANCOHOR.DAT INDISPONIVEL - '
                          'EXCEDENTE PAGO COMO HORA EXTRA'
               END-IF
               MOVE 'EXCECOES DE PONTO' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
      *        header que a FOLHA confere na leitura
               COMPUTE WRK-ULTIMO-DIA =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-DIA) - 1)
               PERFORM 1100-CORTES-BANCO
            END-IF.

      *----------------------------------------------------------------
      * Corte do banco de horas: vence no fim deste mes o credito
      * gerado ate o ultimo dia do mes de 6 meses atras; o do mes
      * seguinte e o aviso de credito a vencer no extrato.
      *----------------------------------------------------------------
       1100-CORTES-BANCO.
            COMPUTE WRK-BH-MESES-ABS =
                    WRK-ANO * 12 + WRK-MES - 1 - WRK-BH-VALIDADE + 1.
            DIVIDE WRK-BH-MESES-ABS BY 12 GIVING WRK-BH-ANO
                   REMAINDER WRK-BH-MES.
            COMPUTE WRK-BH-CORTE =
                    WRK-BH-ANO * 10000 + (WRK-BH-MES + 1) * 100 + 01.
            COMPUTE WRK-BH-CORTE =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-BH-CORTE) - 1).
            ADD 1 TO WRK-BH-MESES-ABS.
            DIVIDE WRK-BH-MESES-ABS BY 12 GIVING WRK-BH-ANO
                   REMAINDER WRK-BH-MES.
            COMPUTE WRK-BH-CORTE-PROX =
                    WRK-BH-ANO * 10000 + (WRK-BH-MES + 1) * 100 + 01.
            COMPUTE WRK-BH-CORTE-PROX =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-BH-CORTE-PROX) - 1).

      *----------------------------------------------------------------
      * Pareia as batidas por matricula/dia: E preenche a entrada, S
      * a saida; segunda batida do mesmo tipo marca o dia com erro.
               NOT AT END
                  IF FUN-ATIVO
                     MOVE ZEROS TO WRK-MIN-EXTRAS WRK-DIAS-FALTA
                     MOVE SPACES TO FAL-DIAS
                     MOVE ZEROS TO WRK-BH-CRED-MES WRK-BH-DEB-MES
                     IF FUN-COM-BANCO-HORAS AND WRK-TEM-BANCO = 'S'
                        MOVE 'S' TO WRK-EH-BANCO
                        PERFORM 5700-LIMPA-MES-BANCO
                     ELSE
                        MOVE 'N' TO WRK-EH-BANCO
                     END-IF
                     COMPUTE WRK-DIA-CORRENTE =
                             WRK-ANOMES * 100 + 1
                     PERFORM 5200-APURA-DIA
                        UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA
                     IF WRK-EH-BANCO = 'S'
                        PERFORM 5800-APURA-BANCO
                     END-IF
                     PERFORM 5500-GRAVA-EXCECAO
                     IF WRK-TEM-FALTAS = 'S'
                        PERFORM 5600-GRAVA-FALTAS
                     END-IF
                  END-IF
            END-READ.

            EVALUATE TRUE
               WHEN WRK-ACHOU = 'N' AND WRK-EH-DIA-UTIL = 'S'
                  ADD 1 TO WRK-DIAS-FALTA
                  MOVE WRK-DIA-CORRENTE(7:2) TO WRK-IX-FALTA
                  MOVE 'F' TO FAL-DIA(WRK-IX-FALTA)
               WHEN WRK-ACHOU = 'N'
                  CONTINUE
               WHEN WRK-EH-DIA-UTIL = 'N'
                       WRK-HORA-HH * 60 + WRK-HORA-MM
               COMPUTE WRK-MIN-DIA =
                       WRK-MIN-SAIDA - WRK-MIN-ENTRADA
               EVALUATE TRUE
                  WHEN WRK-EH-BANCO = 'S'
                     PERFORM 5360-MOVIMENTO-BANCO
                  WHEN WRK-EH-DIA-UTIL = 'N'
      *              dia nao util: tudo que trabalhou e extra
                     IF WRK-MIN-DIA > 0
                        ADD WRK-MIN-DIA TO WRK-MIN-EXTRAS
                     END-IF
                  WHEN OTHER
                     IF WRK-MIN-DIA > WRK-JORNADA-MIN
                        COMPUTE WRK-MIN-EXTRAS = WRK-MIN-EXTRAS
                                + WRK-MIN-DIA - WRK-JORNADA-MIN
                     END-IF
               END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Funcionario no banco de horas: o que seria extra vira credito
      * do dia e a jornada incompleta vira debito.
      *----------------------------------------------------------------
       5360-MOVIMENTO-BANCO.
            MOVE ZEROS TO WRK-BH-CREDITO-DIA WRK-BH-DEBITO-DIA.
            EVALUATE TRUE
               WHEN WRK-MIN-DIA NOT > 0
                  CONTINUE
               WHEN WRK-EH-DIA-UTIL = 'N'
                  MOVE WRK-MIN-DIA TO WRK-BH-CREDITO-DIA
               WHEN WRK-MIN-DIA > WRK-JORNADA-MIN
                  COMPUTE WRK-BH-CREDITO-DIA =
                          WRK-MIN-DIA - WRK-JORNADA-MIN
               WHEN WRK-MIN-DIA < WRK-JORNADA-MIN
                  COMPUTE WRK-BH-DEBITO-DIA =
                          WRK-JORNADA-MIN - WRK-MIN-DIA
            END-EVALUATE.
            IF WRK-BH-CREDITO-DIA > 0 OR WRK-BH-DEBITO-DIA > 0
               MOVE FUN-MATRICULA      TO BH-MATRICULA
               MOVE WRK-DIA-CORRENTE   TO BH-DATA
               MOVE 'M'                TO BH-TIPO
               MOVE WRK-BH-CREDITO-DIA TO BH-MIN-CREDITO
               MOVE WRK-BH-DEBITO-DIA  TO BH-MIN-DEBITO
               MOVE ZEROS TO BH-SALDO-ANTERIOR BH-MIN-PAGO
                             BH-VALOR-PAGO BH-SALDO-FINAL
                             BH-MIN-A-VENCER
               WRITE BH-REG
                  INVALID KEY
                     REWRITE BH-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR BANCO DE HORAS DE '
                                   FUN-MATRICULA
                     END-REWRITE
               END-WRITE
               ADD WRK-BH-CREDITO-DIA TO WRK-BH-CRED-MES
               ADD WRK-BH-DEBITO-DIA  TO WRK-BH-DEB-MES
            END-IF.

       5400-REPORTA-NAO-UTIL.
                       + WRK-VALOR-EXTRAS + WRK-VALOR-FALTAS
            END-IF.

      *----------------------------------------------------------------
      * Dias de falta do funcionario no mes, para o controle de
      * ferias; mes sem falta tambem grava (limpa a apuracao
      * anterior do mesmo mes).
      *----------------------------------------------------------------
       5600-GRAVA-FALTAS.
            MOVE FUN-MATRICULA  TO FAL-MATRICULA.
            MOVE WRK-ANOMES     TO FAL-ANOMES.
            MOVE WRK-DIAS-FALTA TO FAL-QT-DIAS.
            WRITE FAL-REG
               INVALID KEY
                  REWRITE FAL-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR FALTAS DE '
                                FUN-MATRICULA
                  END-REWRITE
            END-WRITE.

      *----------------------------------------------------------------
      * Reapuracao do mes: tira os movimentos e o fechamento do mes ja
      * gravados, para o mes sair so com as batidas atuais.
      *----------------------------------------------------------------
       5700-LIMPA-MES-BANCO.
            MOVE 'N' TO WRK-FIM-BANCO.
            MOVE FUN-MATRICULA TO BH-MATRICULA.
            COMPUTE BH-DATA = WRK-ANOMES * 100 + 1.
            MOVE LOW-VALUES TO BH-TIPO.
            START BANCOHOR KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-BANCO
            END-START.
            PERFORM 5710-APAGA-MOVIMENTO UNTIL WRK-FIM-BANCO = 'S'.

       5710-APAGA-MOVIMENTO.
            READ BANCOHOR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-BANCO
               NOT AT END
                  IF BH-MATRICULA NOT = FUN-MATRICULA
                     OR BH-DATA > WRK-ULTIMO-DIA
                     MOVE 'S' TO WRK-FIM-BANCO
                  ELSE
                     DELETE BANCOHOR
                        INVALID KEY
                           DISPLAY 'ERRO AO LIMPAR BANCO DE HORAS DE '
                                   FUN-MATRICULA
                     END-DELETE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Refaz o saldo do banco de horas desde o primeiro movimento ate
      * o fim do mes (credito entra no fim da fila; debito e pagamento
      * de meses anteriores baixam do credito mais antigo), paga como
      * extra o credito que passou da validade e grava o fechamento
      * do mes.
      *----------------------------------------------------------------
       5800-APURA-BANCO.
            MOVE ZEROS TO WRK-QT-LOTES WRK-BH-DEVEDOR WRK-BH-VENCIDOS
                          WRK-BH-A-VENCER WRK-BH-EM-ABERTO.
            MOVE 'N' TO WRK-FIM-BANCO.
            MOVE FUN-MATRICULA TO BH-MATRICULA.
            MOVE ZEROS TO BH-DATA.
            MOVE LOW-VALUES TO BH-TIPO.
            START BANCOHOR KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-BANCO
            END-START.
            PERFORM 5810-REPASSA-BANCO UNTIL WRK-FIM-BANCO = 'S'.
            PERFORM 5840-VENCE-LOTE
               VARYING WRK-IX-VARRE-LOTE FROM 1 BY 1
               UNTIL WRK-IX-VARRE-LOTE > WRK-QT-LOTES.
            MOVE WRK-BH-VENCIDOS TO WRK-MIN-EXTRAS.
            COMPUTE WRK-BH-HORAS ROUNDED = WRK-BH-VENCIDOS / 60.
            COMPUTE WRK-BH-VALOR ROUNDED =
                    FUN-SALARIO / 220 * WRK-BH-HORAS * 1,5
               ON SIZE ERROR
                  MOVE ZEROS TO WRK-BH-VALOR
            END-COMPUTE.
            MOVE FUN-MATRICULA   TO BH-MATRICULA.
            MOVE WRK-ULTIMO-DIA  TO BH-DATA.
            MOVE 'F'             TO BH-TIPO.
            MOVE WRK-BH-CRED-MES TO BH-MIN-CREDITO.
            MOVE WRK-BH-DEB-MES  TO BH-MIN-DEBITO.
            COMPUTE BH-SALDO-FINAL = WRK-BH-EM-ABERTO - WRK-BH-DEVEDOR.
            COMPUTE BH-SALDO-ANTERIOR = BH-SALDO-FINAL
                    - WRK-BH-CRED-MES + WRK-BH-DEB-MES
                    + WRK-BH-VENCIDOS.
            MOVE WRK-BH-VENCIDOS TO BH-MIN-PAGO.
            MOVE WRK-BH-VALOR    TO BH-VALOR-PAGO.
            MOVE WRK-BH-A-VENCER TO BH-MIN-A-VENCER.
            WRITE BH-REG
               INVALID KEY
                  REWRITE BH-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO FECHAR BANCO DE HORAS DE '
                                FUN-MATRICULA
                  END-REWRITE
            END-WRITE.

       5810-REPASSA-BANCO.
            READ BANCOHOR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-BANCO
               NOT AT END
                  EVALUATE TRUE
                     WHEN BH-MATRICULA NOT = FUN-MATRICULA
                        OR BH-DATA > WRK-ULTIMO-DIA
                        MOVE 'S' TO WRK-FIM-BANCO
                     WHEN BH-MOVIMENTO
                        IF BH-MIN-CREDITO > 0
                           PERFORM 5820-CREDITA-LOTE
                        END-IF
                        IF BH-MIN-DEBITO > 0
                           MOVE BH-MIN-DEBITO TO WRK-BH-CONSUMIR
                           PERFORM 5830-CONSOME-LOTES
                           ADD WRK-BH-CONSUMIR TO WRK-BH-DEVEDOR
                        END-IF
                     WHEN BH-FECHAMENTO
      *                 credito vencido ja pago em mes anterior
                        MOVE BH-MIN-PAGO TO WRK-BH-CONSUMIR
                        PERFORM 5830-CONSOME-LOTES
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * Credito abate primeiro o que o funcionario estiver devendo; o
      * resto entra no fim da fila com a data do dia.
      *----------------------------------------------------------------
       5820-CREDITA-LOTE.
            MOVE BH-MIN-CREDITO TO WRK-BH-CREDITO.
            IF WRK-BH-DEVEDOR NOT < WRK-BH-CREDITO
               SUBTRACT WRK-BH-CREDITO FROM WRK-BH-DEVEDOR
               MOVE ZEROS TO WRK-BH-CREDITO
            ELSE
               SUBTRACT WRK-BH-DEVEDOR FROM WRK-BH-CREDITO
               MOVE ZEROS TO WRK-BH-DEVEDOR
            END-IF.
            IF WRK-BH-CREDITO > 0
               IF WRK-QT-LOTES = 400
                  PERFORM 5850-COMPACTA-LOTES
               END-IF
               IF WRK-QT-LOTES < 400
                  ADD 1 TO WRK-QT-LOTES
                  SET WRK-IX-L TO WRK-QT-LOTES
                  MOVE BH-DATA TO WRK-LOTE-DATA(WRK-IX-L)
                  MOVE WRK-BH-CREDITO TO WRK-LOTE-MIN(WRK-IX-L)
               ELSE
                  SET WRK-IX-L TO WRK-QT-LOTES
                  ADD WRK-BH-CREDITO TO WRK-LOTE-MIN(WRK-IX-L)
               END-IF
            END-IF.

       5830-CONSOME-LOTES.
            PERFORM 5835-CONSOME-LOTE
               VARYING WRK-IX-VARRE-LOTE FROM 1 BY 1
               UNTIL WRK-IX-VARRE-LOTE > WRK-QT-LOTES
                  OR WRK-BH-CONSUMIR = ZEROS.

       5835-CONSOME-LOTE.
            SET WRK-IX-L TO WRK-IX-VARRE-LOTE.
            IF WRK-LOTE-MIN(WRK-IX-L) > 0
               IF WRK-LOTE-MIN(WRK-IX-L) > WRK-BH-CONSUMIR
                  MOVE WRK-BH-CONSUMIR TO WRK-BH-BAIXA
               ELSE
                  MOVE WRK-LOTE-MIN(WRK-IX-L) TO WRK-BH-BAIXA
               END-IF
               SUBTRACT WRK-BH-BAIXA FROM WRK-LOTE-MIN(WRK-IX-L)
               SUBTRACT WRK-BH-BAIXA FROM WRK-BH-CONSUMIR
            END-IF.

      *----------------------------------------------------------------
      * Credito ate o corte venceu: sai da fila e vai para pagamento;
      * o que vence no mes seguinte e o que fica em aberto sao so
      * informados no fechamento.
      *----------------------------------------------------------------
       5840-VENCE-LOTE.
            SET WRK-IX-L TO WRK-IX-VARRE-LOTE.
            IF WRK-LOTE-DATA(WRK-IX-L) NOT > WRK-BH-CORTE
               ADD WRK-LOTE-MIN(WRK-IX-L) TO WRK-BH-VENCIDOS
               MOVE ZEROS TO WRK-LOTE-MIN(WRK-IX-L)
            ELSE
               IF WRK-LOTE-DATA(WRK-IX-L) NOT > WRK-BH-CORTE-PROX
                  ADD WRK-LOTE-MIN(WRK-IX-L) TO WRK-BH-A-VENCER
               END-IF
               ADD WRK-LOTE-MIN(WRK-IX-L) TO WRK-BH-EM-ABERTO
            END-IF.

      *----------------------------------------------------------------
      * Fila cheia: descarta os creditos ja baixados; se nem assim
      * abrir espaco, o credito novo soma no ultimo da fila.
      *----------------------------------------------------------------
       5850-COMPACTA-LOTES.
            MOVE ZEROS TO WRK-IX-NOVO-LOTE.
            PERFORM 5855-MOVE-LOTE
               VARYING WRK-IX-VARRE-LOTE FROM 1 BY 1
               UNTIL WRK-IX-VARRE-LOTE > WRK-QT-LOTES.
            MOVE WRK-IX-NOVO-LOTE TO WRK-QT-LOTES.

       5855-MOVE-LOTE.
            IF WRK-LOTE-MIN(WRK-IX-VARRE-LOTE) > 0
               ADD 1 TO WRK-IX-NOVO-LOTE
               MOVE WRK-LOTE-ITEM(WRK-IX-VARRE-LOTE)
                 TO WRK-LOTE-ITEM(WRK-IX-NOVO-LOTE)
            END-IF.

       2900-ENCERRA.
            MOVE 'T' TO TRL-TIPO-REG.
            MOVE WRK-QT-DETALHES TO TRL-QT.
               CLOSE FUNCIONARIOS
               CLOSE FOLHA-EXCECOES
            END-IF.
            IF WRK-TEM-FALTAS = 'S'
               CLOSE FALTAS
            END-IF.
            IF WRK-TEM-BANCO = 'S'
               CLOSE BANCOHOR
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
