       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Provisao mensal de 13o salario e de ferias + 1/3, com
      *           os encargos do empregador, por funcionario, no lugar
      *           da planilha do contador. Para o mes de referencia
      *           (ANOMES.TXT do FECHAMESD.cbl ou digitado) calcula o
      *           saldo provisionado de cada funcionario a partir de
      *           FUN-SALARIO e dos meses trabalhados (mesma contagem
      *           de avos da FOLHA.cbl): 13o = salario x avos do ano /
      *           12, menos a 1a parcela ja paga (zerado depois da 2a);
      *           ferias = salario x 4/3 x avos desde a admissao / 12,
      *           menos 12 avos por folha de ferias ja paga; encargos =
      *           FGTS + INSS patronal + RAT + terceiros (aliquotas G,
      *           P, A e T do TABFOLHA.TXT) sobre os dois saldos. Os
      *           pagamentos vem das folhas 1, 2 e F do FOLHAHIST.DAT.
      *           Grava o saldo e o movimento do mes (saldo menos o
      *           saldo do mes anterior) em PROVISAO.DAT - a exportacao
      *           contabil (CONTABIL.cbl) lanca o movimento pelo
      *           mapeamento de contas - e imprime o saldo por centro
      *           de custo em PROVISAO.REL (padrao REPCTL.COB/
      *           REPCAB.CPY). Etapa 5 do fechamento de fim de mes.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT FOLHAHIST
             ASSIGN TO 'FOLHAHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FOLHAHIST-STATUS
               RECORD KEY IS FHIST-CHAVE.
           SELECT PROVISAO
             ASSIGN TO 'PROVISAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PROVISAO-STATUS
               RECORD KEY IS PRV-CHAVE.
           SELECT TABFOLHA
             ASSIGN TO 'TABFOLHA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABFOLHA-STATUS.
           SELECT PROVISAO-REL
             ASSIGN TO 'PROVISAO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISAO-REL-STATUS.
      * Mes de referencia vindo do driver de fim de mes
      * (FECHAMESD.cbl); sem o arquivo o operador digita.
           SELECT ANOMES-ARQ
             ASSIGN TO 'ANOMES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMES-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ANOMES-ARQ.
       01 ANOMES-ARQ-REG.
            05 ANOMES-ARQ-VALOR PIC 9(06).

       COPY 'FUNCION.CPY'.

       COPY 'FOLHAHIST.CPY'.

       COPY 'PROVISAO.CPY'.

       FD TABFOLHA.
       01 TABFOLHA-REG.
            05 TAB-TIPO     PIC X(01).
            05 TAB-LIMITE   PIC 9(07)V99.
            05 TAB-ALIQUOTA PIC 9(02)V99.
            05 TAB-DEDUCAO  PIC 9(07)V99.

       FD PROVISAO-REL.
       01 PROVISAO-REL-REG    PIC X(132).

       WORKING-STORAGE SECTION.
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 FOLHAHIST-STATUS    PIC 9(02).
       77 PROVISAO-STATUS     PIC 9(02).
       77 TABFOLHA-STATUS     PIC 9(02).
       77 PROVISAO-REL-STATUS PIC 9(02).
       77 ANOMES-ARQ-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST        PIC X(01) VALUE 'N'.
       77 WRK-FIM-TAB         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TEM-FHIST       PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
            05 WRK-COMP-ANO   PIC 9(04).
            05 WRK-COMP-MES   PIC 9(02).
       77 WRK-ANOMES-ANT      PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-JAN      PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-ADM      PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-ADMISSAO    PIC 9(04) VALUE ZEROS.
       77 WRK-MES-ADMISSAO    PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * Calculo do funcionario.
      *----------------------------------------------------------------
       77 WRK-AVOS-13         PIC 9(02) VALUE ZEROS.
       77 WRK-AVOS-FERIAS     PIC S9(05) VALUE ZEROS.
       77 WRK-QT-FERIAS-PAGAS PIC 9(03) VALUE ZEROS.
       77 WRK-PAGO-13         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-13-QUITADO      PIC X(01) VALUE 'N'.
       77 WRK-CALC-13         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-13        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-FERIAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ENCARG    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ANT-13          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ANT-FERIAS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ANT-ENCARG      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-CALCULADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTORNADOS   PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Encargos do empregador (aliquotas G, P, A e T do TABFOLHA,
      * mesmos padroes da FOLHA.cbl).
      *----------------------------------------------------------------
       77 WRK-ALIQ-FGTS       PIC 9(02)V99 VALUE 8.
       77 WRK-ALIQ-PATRONAL   PIC 9(02)V99 VALUE 20.
       77 WRK-ALIQ-RAT        PIC 9(02)V99 VALUE 2.
       77 WRK-ALIQ-TERCEIROS  PIC 9(02)V99 VALUE 5,80.
       77 WRK-ALIQ-ENCARGOS   PIC 9(03)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Saldo por centro de custo para o relatorio.
      *----------------------------------------------------------------
       01 WRK-CC-TAB.
            05 WRK-CC-ITEM OCCURS 20 TIMES INDEXED BY WRK-IX-CC.
                10 WRK-CC-CODIGO    PIC X(05).
                10 WRK-CC-QT-FUNC   PIC 9(05).
                10 WRK-CC-SALDO-13  PIC 9(09)V99.
                10 WRK-CC-SALDO-FER PIC 9(09)V99.
                10 WRK-CC-SALDO-ENC PIC 9(09)V99.
                10 WRK-CC-MOVIMENTO PIC S9(09)V99.
       77 WRK-QT-CCS          PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CC        PIC X(01) VALUE 'N'.
       77 WRK-IX-VARRE-CC     PIC 9(02) VALUE ZEROS.
       77 WRK-CC-CORRENTE     PIC X(05) VALUE SPACES.
       01 WRK-TOTAIS.
            05 WRK-TOT-FUNC     PIC 9(05).
            05 WRK-TOT-13       PIC 9(11)V99.
            05 WRK-TOT-FERIAS   PIC 9(11)V99.
            05 WRK-TOT-ENCARG   PIC 9(11)V99.
            05 WRK-TOT-MOVIMENTO PIC S9(11)V99.
       77 WRK-SALDO-CC        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-GERAL     PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-FER-ED          PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ENC-ED          PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALDO-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-MOV-ED          PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-ALIQ-ED         PIC ZZ9,99.
       77 WRK-QT-ED           PIC ZZ.ZZ9.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'
               PERFORM 4000-IMPRIME-CCUSTO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
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
               IF WRK-COMP-MES = 1
                  COMPUTE WRK-ANOMES-ANT =
                          (WRK-COMP-ANO - 1) * 100 + 12
               ELSE
                  COMPUTE WRK-ANOMES-ANT = WRK-COMPETENCIA - 1
               END-IF
               COMPUTE WRK-ANOMES-JAN = WRK-COMP-ANO * 100 + 1
               MOVE ZEROS TO WRK-TOTAIS
               PERFORM 1100-CARREGA-ALIQUOTAS
               PERFORM 1200-ABRE-ARQUIVOS
            END-IF.

      *----------------------------------------------------------------
      * Aliquotas dos encargos do TABFOLHA.TXT; sem a tabela valem os
      * padroes da folha, com aviso.
      *----------------------------------------------------------------
       1100-CARREGA-ALIQUOTAS.
            OPEN INPUT TABFOLHA.
            IF TABFOLHA-STATUS NOT = 0
               DISPLAY 'AVISO: TABFOLHA.TXT NAO ENCONTRADA - '
                       'ALIQUOTAS PADRAO NOS ENCARGOS'
            ELSE
               PERFORM 1150-LE-ALIQUOTA UNTIL WRK-FIM-TAB = 'S'
               CLOSE TABFOLHA
            END-IF.
            COMPUTE WRK-ALIQ-ENCARGOS = WRK-ALIQ-FGTS
                    + WRK-ALIQ-PATRONAL + WRK-ALIQ-RAT
                    + WRK-ALIQ-TERCEIROS.

       1150-LE-ALIQUOTA.
            READ TABFOLHA
               AT END
                  MOVE 'S' TO WRK-FIM-TAB
               NOT AT END
                  EVALUATE TAB-TIPO
                     WHEN 'G'
                        MOVE TAB-ALIQUOTA TO WRK-ALIQ-FGTS
                     WHEN 'P'
                        MOVE TAB-ALIQUOTA TO WRK-ALIQ-PATRONAL
                     WHEN 'A'
                        MOVE TAB-ALIQUOTA TO WRK-ALIQ-RAT
                     WHEN 'T'
                        MOVE TAB-ALIQUOTA TO WRK-ALIQ-TERCEIROS
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * Sem FOLHAHIST.DAT nenhuma folha de 13o ou ferias foi paga
      * ainda: provisiona tudo, com aviso.
      *----------------------------------------------------------------
       1200-ABRE-ARQUIVOS.
            OPEN INPUT FUNCIONARIOS.
            OPEN OUTPUT PROVISAO-REL.
            OPEN I-O PROVISAO.
            IF PROVISAO-STATUS = 35
               OPEN OUTPUT PROVISAO
               CLOSE PROVISAO
               OPEN I-O PROVISAO
            END-IF.
            IF FUNCIONARIOS-STATUS NOT = 0
               OR PROVISAO-REL-STATUS NOT = 0
               OR PROVISAO-STATUS NOT = 0
               DISPLAY 'FUNCIONARIOS.DAT/PROVISAO.DAT/PROVISAO.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               OPEN INPUT FOLHAHIST
               IF FOLHAHIST-STATUS = 0
                  MOVE 'S' TO WRK-TEM-FHIST
               ELSE
                  DISPLAY 'AVISO: SEM FOLHAHIST.DAT - NENHUM '
                          'PAGAMENTO DE 13O/FERIAS A DESCONTAR'
               END-IF
               MOVE 'PROVISAO DE 13O E FERIAS POR C.CUSTO'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE WRK-ALIQ-ENCARGOS TO WRK-ALIQ-ED
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'MES DE REFERENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      '  ENCARGOS SOBRE A PROVISAO: '
                         DELIMITED BY SIZE
                      WRK-ALIQ-ED DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE LOW-VALUES TO FUN-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

       2000-PROCESSAR.
            READ FUNCIONARIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  DIVIDE FUN-ADMISSAO BY 100 GIVING WRK-ANOMES-ADM
                  IF WRK-ANOMES-ADM NOT > WRK-COMPETENCIA
                     PERFORM 2100-CALCULA-FUNCIONARIO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Saldo do funcionario no fim do mes. O desligado zera a
      * provisao (a rescisao pagou): so grava se ainda havia saldo
      * no mes anterior, para estornar.
      *----------------------------------------------------------------
       2100-CALCULA-FUNCIONARIO.
            PERFORM 2400-SALDO-ANTERIOR.
            MOVE ZEROS TO WRK-AVOS-13 WRK-AVOS-FERIAS WRK-SALDO-13
                          WRK-SALDO-FERIAS WRK-SALDO-ENCARG.
            IF FUN-ATIVO
               PERFORM 2200-LE-PAGAMENTOS
               PERFORM 2300-CALCULA-SALDOS
               PERFORM 2500-GRAVA-PROVISAO
            ELSE
               IF WRK-ANT-13 > 0 OR WRK-ANT-FERIAS > 0
                  OR WRK-ANT-ENCARG > 0
                  ADD 1 TO WRK-QT-ESTORNADOS
                  PERFORM 2500-GRAVA-PROVISAO
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Folhas ja pagas ate o mes de referencia: conta as de ferias
      * (F) e pega a 1a parcela (1) do 13o do ano; com a 2a parcela
      * (2) paga o 13o do ano esta quitado.
      *----------------------------------------------------------------
       2200-LE-PAGAMENTOS.
            MOVE ZEROS TO WRK-QT-FERIAS-PAGAS WRK-PAGO-13.
            MOVE 'N' TO WRK-13-QUITADO.
            IF WRK-TEM-FHIST = 'S'
               MOVE 'N' TO WRK-FIM-HIST
               MOVE FUN-MATRICULA TO FHIST-MATRICULA
               MOVE ZEROS TO FHIST-ANOMES
               MOVE LOW-VALUES TO FHIST-TIPO
               START FOLHAHIST KEY IS NOT LESS THAN FHIST-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-HIST
               END-START
               PERFORM 2210-LE-PAGAMENTO UNTIL WRK-FIM-HIST = 'S'
            END-IF.

       2210-LE-PAGAMENTO.
            READ FOLHAHIST NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                  IF FHIST-MATRICULA NOT = FUN-MATRICULA
                     MOVE 'S' TO WRK-FIM-HIST
                  ELSE
                     IF FHIST-ANOMES NOT > WRK-COMPETENCIA
                        PERFORM 2220-SOMA-PAGAMENTO
                     END-IF
                  END-IF
            END-READ.

       2220-SOMA-PAGAMENTO.
            EVALUATE FHIST-TIPO
               WHEN 'F'
                  ADD 1 TO WRK-QT-FERIAS-PAGAS
               WHEN '1'
                  IF FHIST-ANOMES NOT < WRK-ANOMES-JAN
                     MOVE FHIST-BRUTO TO WRK-PAGO-13
                  END-IF
               WHEN '2'
                  IF FHIST-ANOMES NOT < WRK-ANOMES-JAN
                     MOVE 'S' TO WRK-13-QUITADO
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

      *----------------------------------------------------------------
      * Avos contados como na FOLHA.cbl (o mes da admissao conta
      * inteiro); a folha de ferias paga um mes + 1/3, 12 avos.
      *----------------------------------------------------------------
       2300-CALCULA-SALDOS.
            DIVIDE WRK-ANOMES-ADM BY 100 GIVING WRK-ANO-ADMISSAO
               REMAINDER WRK-MES-ADMISSAO.
            IF WRK-ANO-ADMISSAO < WRK-COMP-ANO
               MOVE WRK-COMP-MES TO WRK-AVOS-13
            ELSE
               COMPUTE WRK-AVOS-13 =
                       WRK-COMP-MES - WRK-MES-ADMISSAO + 1
            END-IF.
            IF WRK-13-QUITADO = 'N'
               COMPUTE WRK-CALC-13 ROUNDED =
                       FUN-SALARIO * WRK-AVOS-13 / 12 - WRK-PAGO-13
               IF WRK-CALC-13 > 0
                  MOVE WRK-CALC-13 TO WRK-SALDO-13
               END-IF
            END-IF.
            COMPUTE WRK-AVOS-FERIAS =
                    (WRK-COMP-ANO - WRK-ANO-ADMISSAO) * 12
                    + WRK-COMP-MES - WRK-MES-ADMISSAO + 1
                    - WRK-QT-FERIAS-PAGAS * 12.
            IF WRK-AVOS-FERIAS < 0
               MOVE ZEROS TO WRK-AVOS-FERIAS
            END-IF.
            COMPUTE WRK-SALDO-FERIAS ROUNDED =
                    FUN-SALARIO * WRK-AVOS-FERIAS * 4 / 36.
            COMPUTE WRK-SALDO-ENCARG ROUNDED =
                    (WRK-SALDO-13 + WRK-SALDO-FERIAS)
                    * WRK-ALIQ-ENCARGOS / 100.

       2400-SALDO-ANTERIOR.
            MOVE ZEROS TO WRK-ANT-13 WRK-ANT-FERIAS WRK-ANT-ENCARG.
            MOVE FUN-MATRICULA TO PRV-MATRICULA.
            MOVE WRK-ANOMES-ANT TO PRV-ANOMES.
            READ PROVISAO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PRV-SALDO-13     TO WRK-ANT-13
                  MOVE PRV-SALDO-FERIAS TO WRK-ANT-FERIAS
                  MOVE PRV-SALDO-ENCARG TO WRK-ANT-ENCARG
            END-READ.

      *----------------------------------------------------------------
      * Grava (ou regrava, na reapuracao) o saldo do mes com o
      * movimento contra o mes anterior.
      *----------------------------------------------------------------
       2500-GRAVA-PROVISAO.
            MOVE FUN-MATRICULA    TO PRV-MATRICULA.
            MOVE WRK-COMPETENCIA  TO PRV-ANOMES.
            MOVE WRK-DATA-HOJE    TO PRV-DATA.
            MOVE FUN-CCUSTO       TO PRV-CCUSTO.
            MOVE FUN-SALARIO      TO PRV-SALARIO.
            MOVE WRK-AVOS-13      TO PRV-AVOS-13.
            MOVE WRK-AVOS-FERIAS  TO PRV-AVOS-FERIAS.
            MOVE WRK-SALDO-13     TO PRV-SALDO-13.
            MOVE WRK-SALDO-FERIAS TO PRV-SALDO-FERIAS.
            MOVE WRK-SALDO-ENCARG TO PRV-SALDO-ENCARG.
            COMPUTE PRV-MOV-13 = WRK-SALDO-13 - WRK-ANT-13.
            COMPUTE PRV-MOV-FERIAS = WRK-SALDO-FERIAS - WRK-ANT-FERIAS.
            COMPUTE PRV-MOV-ENCARG = WRK-SALDO-ENCARG - WRK-ANT-ENCARG.
            WRITE PRV-REG
               INVALID KEY
                  REWRITE PRV-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A PROVISAO DE '
                                FUN-MATRICULA
                  END-REWRITE
            END-WRITE.
            IF FUN-ATIVO
               ADD 1 TO WRK-QT-CALCULADOS
            END-IF.
            PERFORM 2600-ACUMULA-CCUSTO.

      *----------------------------------------------------------------
      * Saldo por centro de custo; funcionario sem centro cadastrado
      * entra como (SEM), como na folha.
      *----------------------------------------------------------------
       2600-ACUMULA-CCUSTO.
            MOVE FUN-CCUSTO TO WRK-CC-CORRENTE.
            IF WRK-CC-CORRENTE = SPACES
               MOVE '(SEM)' TO WRK-CC-CORRENTE
            END-IF.
            MOVE 'N' TO WRK-ACHOU-CC.
            PERFORM 2610-LOCALIZA-CCUSTO
               VARYING WRK-IX-VARRE-CC FROM 1 BY 1
               UNTIL WRK-IX-VARRE-CC > WRK-QT-CCS
                  OR WRK-ACHOU-CC = 'S'.
            IF WRK-ACHOU-CC = 'N'
               IF WRK-QT-CCS < 20
                  ADD 1 TO WRK-QT-CCS
                  SET WRK-IX-CC TO WRK-QT-CCS
                  MOVE WRK-CC-CORRENTE TO WRK-CC-CODIGO(WRK-IX-CC)
                  MOVE ZEROS TO WRK-CC-QT-FUNC(WRK-IX-CC)
                                WRK-CC-SALDO-13(WRK-IX-CC)
                                WRK-CC-SALDO-FER(WRK-IX-CC)
                                WRK-CC-SALDO-ENC(WRK-IX-CC)
                                WRK-CC-MOVIMENTO(WRK-IX-CC)
                  MOVE 'S' TO WRK-ACHOU-CC
               ELSE
                  DISPLAY 'AVISO: MAIS DE 20 CENTROS DE CUSTO'
               END-IF
            END-IF.
            IF WRK-ACHOU-CC = 'S'
               IF FUN-ATIVO
                  ADD 1 TO WRK-CC-QT-FUNC(WRK-IX-CC)
               END-IF
               ADD PRV-SALDO-13     TO WRK-CC-SALDO-13(WRK-IX-CC)
               ADD PRV-SALDO-FERIAS TO WRK-CC-SALDO-FER(WRK-IX-CC)
               ADD PRV-SALDO-ENCARG TO WRK-CC-SALDO-ENC(WRK-IX-CC)
               ADD PRV-MOV-13 PRV-MOV-FERIAS PRV-MOV-ENCARG
                 TO WRK-CC-MOVIMENTO(WRK-IX-CC)
            END-IF.

       2610-LOCALIZA-CCUSTO.
            SET WRK-IX-CC TO WRK-IX-VARRE-CC.
            IF WRK-CC-CODIGO(WRK-IX-CC) = WRK-CC-CORRENTE
               MOVE 'S' TO WRK-ACHOU-CC
            END-IF.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE FUNCIONARIOS
               CLOSE PROVISAO
               CLOSE PROVISAO-REL
               IF WRK-TEM-FHIST = 'S'
                  CLOSE FOLHAHIST
               END-IF
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'PROVISAO NAO CALCULADA'
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE WRK-SALDO-GERAL TO WRK-SALDO-ED
               MOVE WRK-TOT-MOVIMENTO TO WRK-MOV-ED
               DISPLAY 'FUNCIONARIOS PROVISIONADOS: ' WRK-QT-CALCULADOS
               DISPLAY 'DESLIGADOS ESTORNADOS.....: ' WRK-QT-ESTORNADOS
               DISPLAY 'SALDO DA PROVISAO.........: ' WRK-SALDO-ED
               DISPLAY 'MOVIMENTO DO MES..........: ' WRK-MOV-ED
               DISPLAY 'RELATORIO GRAVADO EM PROVISAO.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Uma linha por centro de custo com o saldo de cada provisao, o
      * saldo total e o movimento do mes, e o total geral no fim.
      *----------------------------------------------------------------
       4000-IMPRIME-CCUSTO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'C.C.    FUNC    13O SALARIO   FERIAS + 1/3'
              TO RPT-LINHA-IMPRESSA.
            MOVE '       ENCARGOS    SALDO TOTAL   MOVIMENTO MES'
              TO RPT-LINHA-IMPRESSA(43:46).
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4100-LINHA-CCUSTO
               VARYING WRK-IX-VARRE-CC FROM 1 BY 1
               UNTIL WRK-IX-VARRE-CC > WRK-QT-CCS.
            COMPUTE WRK-SALDO-GERAL = WRK-TOT-13 + WRK-TOT-FERIAS
                                    + WRK-TOT-ENCARG.
            MOVE WRK-TOT-FUNC      TO WRK-QT-ED.
            MOVE WRK-TOT-13        TO WRK-VALOR-ED.
            MOVE WRK-TOT-FERIAS    TO WRK-FER-ED.
            MOVE WRK-TOT-ENCARG    TO WRK-ENC-ED.
            MOVE WRK-SALDO-GERAL   TO WRK-SALDO-ED.
            MOVE WRK-TOT-MOVIMENTO TO WRK-MOV-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL ' DELIMITED BY SIZE
                   WRK-QT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-FER-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ENC-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOV-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       4100-LINHA-CCUSTO.
            SET WRK-IX-CC TO WRK-IX-VARRE-CC.
            COMPUTE WRK-SALDO-CC = WRK-CC-SALDO-13(WRK-IX-CC)
                                 + WRK-CC-SALDO-FER(WRK-IX-CC)
                                 + WRK-CC-SALDO-ENC(WRK-IX-CC).
            ADD WRK-CC-QT-FUNC(WRK-IX-CC)   TO WRK-TOT-FUNC.
            ADD WRK-CC-SALDO-13(WRK-IX-CC)  TO WRK-TOT-13.
            ADD WRK-CC-SALDO-FER(WRK-IX-CC) TO WRK-TOT-FERIAS.
            ADD WRK-CC-SALDO-ENC(WRK-IX-CC) TO WRK-TOT-ENCARG.
            ADD WRK-CC-MOVIMENTO(WRK-IX-CC) TO WRK-TOT-MOVIMENTO.
            MOVE WRK-CC-QT-FUNC(WRK-IX-CC)   TO WRK-QT-ED.
            MOVE WRK-CC-SALDO-13(WRK-IX-CC)  TO WRK-VALOR-ED.
            MOVE WRK-CC-SALDO-FER(WRK-IX-CC) TO WRK-FER-ED.
            MOVE WRK-CC-SALDO-ENC(WRK-IX-CC) TO WRK-ENC-ED.
            MOVE WRK-SALDO-CC                TO WRK-SALDO-ED.
            MOVE WRK-CC-MOVIMENTO(WRK-IX-CC) TO WRK-MOV-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-CC-CODIGO(WRK-IX-CC) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-QT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-FER-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ENC-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOV-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==PROVISAO-REL-REG==.

      *END PROGRAM PROVISAO.
