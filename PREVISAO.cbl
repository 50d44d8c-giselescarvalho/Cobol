       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Previsao diaria de vendas das proximas 4 semanas a
      *           partir do historico de fechamentos (FECHHIST.TXT,
      *           consolidado do dia - FH-LOJA em branco; vale o
      *           ultimo registro do dia). Para cada dia:
      *             - media movel dos 28 dias anteriores ao corte,
      *               sem feriados;
      *             - fator do dia da semana (media do dia da semana
      *               nas 8 semanas anteriores / media geral);
      *             - mesmo dia da semana do ano anterior (364 dias
      *               antes), corrigido pelo crescimento dos ultimos
      *               28 dias contra o mesmo periodo do ano anterior;
      *           previsao = media das duas projecoes (so a primeira
      *           quando nao ha ano anterior comparavel). Feriados
      *           (FERIADOS.DAT, via DIAUTILS) ficam fora das medias
      *           e sao previstos com o fator de domingo. A previsao
      *           e aberta por forma de pagamento pela participacao
      *           de dinheiro/cartao/pix dos ultimos 28 dias. Para
      *           medir a confianca, as 4 ultimas semanas fechadas
      *           sao previstas com o mesmo metodo (so com o
      *           historico anterior a cada semana) e comparadas com
      *           o realizado. Sai em PREVISAO.REL (padrao
      *           REPCTL.COB/REPCAB.CPY).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHHIST
             ASSIGN TO 'FECHHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHHIST-STATUS.
           SELECT PREVISAO-REL
             ASSIGN TO 'PREVISAO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVISAO-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FECHHIST.
       01 FH-REG.
            05 FH-DATA-MOV      PIC 9(08).
            05 FH-QT-LIDOS      PIC 9(07).
            05 FH-QT-REJEITADAS PIC 9(05).
            05 FH-ACUM          PIC 9(06)V99.
            05 FH-DINHEIRO      PIC 9(06)V99.
            05 FH-CARTAO        PIC 9(06)V99.
            05 FH-PIX           PIC 9(06)V99.
            05 FH-LOJA          PIC X(03).

       FD PREVISAO-REL.
       01 PREVISAO-REL-REG    PIC X(132).

       WORKING-STORAGE SECTION.
       77 FECHHIST-STATUS      PIC 9(02).
       77 PREVISAO-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AUX         PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS-HIST     PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Datas em dias corridos (FUNCTION INTEGER-OF-DATE).
      *----------------------------------------------------------------
       77 WRK-JUL-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-JUL-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-JUL              PIC 9(08) VALUE ZEROS.
       77 WRK-JUL-CORTE        PIC 9(08) VALUE ZEROS.
       77 WRK-JUL-ALVO         PIC 9(08) VALUE ZEROS.
       77 WRK-JUL-SEMANA       PIC 9(08) VALUE ZEROS.
       77 WRK-IX-DIA           PIC 9(03) VALUE ZEROS.
       77 WRK-IX-HI            PIC S9(05) VALUE ZEROS.
       77 WRK-IX-DOW           PIC 9(01) VALUE ZEROS.
       77 WRK-IX-SEMANA        PIC 9(01) VALUE ZEROS.
       77 WRK-IX-PREV          PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * Historico: um dia por ocorrencia, do dia WRK-JUL-INICIO
      * (hoje - 449) ate hoje - cobre o ano anterior das semanas
      * previstas e das semanas conferidas.
      *----------------------------------------------------------------
       01 WRK-HIST-TAB.
            05 WRK-HI OCCURS 450 TIMES.
                10 WRK-HI-TEM       PIC X(01).
                10 WRK-HI-FERIADO   PIC X(01).
                10 WRK-HI-ACUM      PIC 9(07)V99.
                10 WRK-HI-DINHEIRO  PIC 9(07)V99.
                10 WRK-HI-CARTAO    PIC 9(07)V99.
                10 WRK-HI-PIX       PIC 9(07)V99.
      *----------------------------------------------------------------
      * Base de calculo do corte corrente.
      *----------------------------------------------------------------
       77 WRK-MEDIA-MOVEL      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MEDIA-GERAL      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOMA             PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-SOMA          PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-RECENTE     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMA-ANO-ANT     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CRESCIMENTO      PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-SOMA-DIN         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMA-CART        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMA-PIX         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PART-DIN         PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-PART-CART        PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-PART-PIX         PIC 9(01)V9(04) VALUE ZEROS.
       01 WRK-DOW-TAB.
            05 WRK-DW OCCURS 7 TIMES.
                10 WRK-DW-SOMA      PIC 9(09)V99.
                10 WRK-DW-QT        PIC 9(03).
                10 WRK-DW-FATOR     PIC 9(02)V9(04).
      *----------------------------------------------------------------
      * Previsao do dia alvo.
      *----------------------------------------------------------------
       77 WRK-DOW-ALVO         PIC 9(01) VALUE ZEROS.
       77 WRK-FERIADO-ALVO     PIC X(01) VALUE 'N'.
       77 WRK-PREV-MEDIA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PREV-ANO-ANT     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-ANO-ANT      PIC X(01) VALUE 'N'.
       77 WRK-PREV-TOTAL       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PREV-DIN         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PREV-CART        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PREV-PIX         PIC 9(07)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Totais da semana e conferencia previsto x realizado.
      *----------------------------------------------------------------
       77 WRK-SEM-PREV         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEM-DIN          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEM-CART         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEM-PIX          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEM-REAL         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESVIO           PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DESVIO-ABS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESVIO-PCT       PIC S9(05)V9 VALUE ZEROS.
       77 WRK-SOMA-ERRO-PCT    PIC 9(07)V9 VALUE ZEROS.
       77 WRK-QT-SEMANAS-CONF  PIC 9(01) VALUE ZEROS.
       77 WRK-ERRO-MEDIO       PIC 9(05)V9 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       01 WRK-NOMES-DIAS       PIC X(21) VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01 WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
            05 WRK-NOME-DIA OCCURS 7 TIMES PIC X(03).
       77 WRK-MARCA-FERIADO    PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-DIN-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-CART-ED          PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-PIX-ED           PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-REAL-ED          PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-DESVIO-ED        PIC --.---.--9,99.
       77 WRK-PCT-ED           PIC ----9,9.
       77 WRK-ERRO-ED          PIC ZZZ9,9.
       77 WRK-CRESC-ED         PIC ZZ9,9999.
       01 WRK-FATORES-ED.
            05 WRK-FATOR-ED OCCURS 7 TIMES.
                10 FILLER           PIC X(01).
                10 WRK-FT-NUM-ED    PIC Z9,9999.
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
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-PREVE-SEMANAS
               PERFORM 4000-CONFERE-SEMANAS
               PERFORM 9995-RODAPE-RPT
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
            COMPUTE WRK-JUL-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            COMPUTE WRK-JUL-INICIO = WRK-JUL-HOJE - 449.
            COMPUTE WRK-DATA-INICIO =
                    FUNCTION DATE-OF-INTEGER(WRK-JUL-INICIO).
            PERFORM 1050-INICIA-DIA
               VARYING WRK-IX-DIA FROM 1 BY 1
               UNTIL WRK-IX-DIA > 450.
            PERFORM 1100-CARREGA-HISTORICO.
            OPEN OUTPUT PREVISAO-REL.
            IF PREVISAO-REL-STATUS NOT = 0
               DISPLAY 'PREVISAO.REL INDISPONIVEL'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'PREVISAO DIARIA DE VENDAS - 4 SEMANAS'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'HISTORICO DE '    DELIMITED BY SIZE
                      WRK-DATA-INICIO    DELIMITED BY SIZE
                      ' A '              DELIMITED BY SIZE
                      WRK-DATA-HOJE      DELIMITED BY SIZE
                      ' - DIAS COM FECHAMENTO: ' DELIMITED BY SIZE
                      WRK-QT-DIAS-HIST   DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Dia vazio do historico, ja com a marca de feriado.
      *----------------------------------------------------------------
       1050-INICIA-DIA.
            MOVE 'N' TO WRK-HI-TEM(WRK-IX-DIA).
            MOVE ZEROS TO WRK-HI-ACUM(WRK-IX-DIA)
                          WRK-HI-DINHEIRO(WRK-IX-DIA)
                          WRK-HI-CARTAO(WRK-IX-DIA)
                          WRK-HI-PIX(WRK-IX-DIA).
            COMPUTE WRK-JUL-ALVO = WRK-JUL-INICIO + WRK-IX-DIA - 1.
            PERFORM 5110-VERIFICA-FERIADO.
            MOVE WRK-FERIADO-ALVO TO WRK-HI-FERIADO(WRK-IX-DIA).

       1100-CARREGA-HISTORICO.
            OPEN INPUT FECHHIST.
            IF FECHHIST-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 1110-LE-FECHAMENTO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE FECHHIST
            ELSE
               DISPLAY 'FECHHIST.TXT INDISPONIVEL - PREVISAO ZERADA'
            END-IF.

      *     consolidado do dia; fechamento reexecutado sobrepoe
       1110-LE-FECHAMENTO.
            READ FECHHIST
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FH-LOJA = SPACES
                     AND FH-DATA-MOV NOT < WRK-DATA-INICIO
                     AND FH-DATA-MOV NOT > WRK-DATA-HOJE
                     COMPUTE WRK-IX-DIA =
                             FUNCTION INTEGER-OF-DATE(FH-DATA-MOV)
                             - WRK-JUL-INICIO + 1
                     IF WRK-HI-TEM(WRK-IX-DIA) = 'N'
                        ADD 1 TO WRK-QT-DIAS-HIST
                     END-IF
                     MOVE 'S'         TO WRK-HI-TEM(WRK-IX-DIA)
                     MOVE FH-ACUM     TO WRK-HI-ACUM(WRK-IX-DIA)
                     MOVE FH-DINHEIRO TO WRK-HI-DINHEIRO(WRK-IX-DIA)
                     MOVE FH-CARTAO   TO WRK-HI-CARTAO(WRK-IX-DIA)
                     MOVE FH-PIX      TO WRK-HI-PIX(WRK-IX-DIA)
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Previsao dos 28 dias seguintes a data do movimento, com o
      * historico ate hoje.
      *----------------------------------------------------------------
       2000-PREVE-SEMANAS.
            COMPUTE WRK-JUL-CORTE = WRK-JUL-HOJE + 1.
            PERFORM 5000-CALCULA-BASE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '== PREVISAO DAS PROXIMAS 4 SEMANAS =='
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2050-LINHA-BASE.
            MOVE '   DATA     DIA FERIADO        PREVISTO      DINHEIRO'
              TO RPT-LINHA-IMPRESSA.
            MOVE '        CARTAO           PIX'
              TO RPT-LINHA-IMPRESSA(56:28).
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2100-PREVE-SEMANA
               VARYING WRK-IX-SEMANA FROM 1 BY 1
               UNTIL WRK-IX-SEMANA > 4.

       2050-LINHA-BASE.
            MOVE WRK-MEDIA-MOVEL TO WRK-VALOR-ED.
            MOVE WRK-CRESCIMENTO TO WRK-CRESC-ED.
            MOVE SPACES TO WRK-FATORES-ED.
            PERFORM 2060-EDITA-FATOR
               VARYING WRK-IX-DOW FROM 1 BY 1
               UNTIL WRK-IX-DOW > 7.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   MEDIA MOVEL 28 DIAS: ' DELIMITED BY SIZE
                   WRK-VALOR-ED               DELIMITED BY SIZE
                   '   CRESCIMENTO S/ ANO ANTERIOR: '
                                              DELIMITED BY SIZE
                   WRK-CRESC-ED               DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   FATOR DOM/SEG/TER/QUA/QUI/SEX/SAB: '
                   DELIMITED BY SIZE
                   WRK-FATORES-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2060-EDITA-FATOR.
            MOVE WRK-DW-FATOR(WRK-IX-DOW) TO WRK-FT-NUM-ED(WRK-IX-DOW).

       2100-PREVE-SEMANA.
            MOVE ZEROS TO WRK-SEM-PREV WRK-SEM-DIN WRK-SEM-CART
                          WRK-SEM-PIX.
            PERFORM 2200-PREVE-DIA
               VARYING WRK-IX-PREV FROM 1 BY 1
               UNTIL WRK-IX-PREV > 7.
            MOVE WRK-SEM-PREV TO WRK-VALOR-ED.
            MOVE WRK-SEM-DIN  TO WRK-DIN-ED.
            MOVE WRK-SEM-CART TO WRK-CART-ED.
            MOVE WRK-SEM-PIX  TO WRK-PIX-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   TOTAL DA SEMANA ' DELIMITED BY SIZE
                   WRK-IX-SEMANA         DELIMITED BY SIZE
                   '      '              DELIMITED BY SIZE
                   WRK-VALOR-ED          DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WRK-DIN-ED            DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WRK-CART-ED           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WRK-PIX-ED            DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2200-PREVE-DIA.
            COMPUTE WRK-JUL-ALVO = WRK-JUL-HOJE
                    + (WRK-IX-SEMANA - 1) * 7 + WRK-IX-PREV.
            PERFORM 5100-PREVE-DIA.
            ADD WRK-PREV-TOTAL TO WRK-SEM-PREV.
            ADD WRK-PREV-DIN   TO WRK-SEM-DIN.
            ADD WRK-PREV-CART  TO WRK-SEM-CART.
            ADD WRK-PREV-PIX   TO WRK-SEM-PIX.
            COMPUTE WRK-DATA-AUX =
                    FUNCTION DATE-OF-INTEGER(WRK-JUL-ALVO).
            IF WRK-FERIADO-ALVO = 'S'
               MOVE 'FERIADO' TO WRK-MARCA-FERIADO
            ELSE
               MOVE SPACES TO WRK-MARCA-FERIADO
            END-IF.
            MOVE WRK-PREV-TOTAL TO WRK-VALOR-ED.
            MOVE WRK-PREV-DIN   TO WRK-DIN-ED.
            MOVE WRK-PREV-CART  TO WRK-CART-ED.
            MOVE WRK-PREV-PIX   TO WRK-PIX-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   '                      DELIMITED BY SIZE
                   WRK-DATA-AUX               DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-NOME-DIA(WRK-DOW-ALVO) DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-MARCA-FERIADO          DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-VALOR-ED               DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-DIN-ED                 DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-CART-ED                DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-PIX-ED                 DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PREVISAO-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'DIAS DE HISTORICO....: ' WRK-QT-DIAS-HIST
               DISPLAY 'ERRO MEDIO 4 SEMANAS.: ' WRK-ERRO-ED '%'
               DISPLAY 'RELATORIO GRAVADO EM PREVISAO.REL'
      *        menos de 28 dias fechados: previsao sem base
               IF WRK-QT-DIAS-HIST < 28
                  DISPLAY 'HISTORICO CURTO - PREVISAO POUCO CONFIAVEL'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Previsto x realizado das 4 ultimas semanas fechadas: cada
      * semana e prevista so com o historico anterior a ela.
      *----------------------------------------------------------------
       4000-CONFERE-SEMANAS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '== PREVISTO X REALIZADO - ULTIMAS 4 SEMANAS =='
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '   SEMANA DE            PREVISTO     REALIZADO'
              TO RPT-LINHA-IMPRESSA.
            MOVE '       DESVIO  DESVIO%' TO RPT-LINHA-IMPRESSA(47:22).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE ZEROS TO WRK-SOMA-ERRO-PCT WRK-QT-SEMANAS-CONF.
            PERFORM 4100-CONFERE-SEMANA
               VARYING WRK-IX-SEMANA FROM 4 BY -1
               UNTIL WRK-IX-SEMANA < 1.
            IF WRK-QT-SEMANAS-CONF > 0
               COMPUTE WRK-ERRO-MEDIO ROUNDED =
                       WRK-SOMA-ERRO-PCT / WRK-QT-SEMANAS-CONF
            END-IF.
            MOVE WRK-ERRO-MEDIO TO WRK-ERRO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   ERRO MEDIO ABSOLUTO DAS SEMANAS CONFERIDAS: '
                   DELIMITED BY SIZE
                   WRK-ERRO-ED DELIMITED BY SIZE
                   '%'         DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4100-CONFERE-SEMANA.
            COMPUTE WRK-JUL-SEMANA = WRK-JUL-HOJE + 1
                    - WRK-IX-SEMANA * 7.
            MOVE WRK-JUL-SEMANA TO WRK-JUL-CORTE.
            PERFORM 5000-CALCULA-BASE.
            MOVE ZEROS TO WRK-SEM-PREV WRK-SEM-REAL.
            PERFORM 4200-CONFERE-DIA
               VARYING WRK-IX-PREV FROM 1 BY 1
               UNTIL WRK-IX-PREV > 7.
            COMPUTE WRK-DESVIO = WRK-SEM-PREV - WRK-SEM-REAL.
            MOVE WRK-DESVIO TO WRK-DESVIO-ABS.
            IF WRK-SEM-REAL > ZEROS
               COMPUTE WRK-DESVIO-PCT ROUNDED =
                       WRK-DESVIO * 100 / WRK-SEM-REAL
               COMPUTE WRK-SOMA-ERRO-PCT ROUNDED = WRK-SOMA-ERRO-PCT
                       + WRK-DESVIO-ABS * 100 / WRK-SEM-REAL
               ADD 1 TO WRK-QT-SEMANAS-CONF
            ELSE
               MOVE ZEROS TO WRK-DESVIO-PCT
            END-IF.
            COMPUTE WRK-DATA-AUX =
                    FUNCTION DATE-OF-INTEGER(WRK-JUL-SEMANA).
            MOVE WRK-SEM-PREV   TO WRK-VALOR-ED.
            MOVE WRK-SEM-REAL   TO WRK-REAL-ED.
            MOVE WRK-DESVIO     TO WRK-DESVIO-ED.
            MOVE WRK-DESVIO-PCT TO WRK-PCT-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   '          DELIMITED BY SIZE
                   WRK-DATA-AUX   DELIMITED BY SIZE
                   '      '       DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WRK-REAL-ED    DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WRK-DESVIO-ED  DELIMITED BY SIZE
                   '  '           DELIMITED BY SIZE
                   WRK-PCT-ED     DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4200-CONFERE-DIA.
            COMPUTE WRK-JUL-ALVO = WRK-JUL-SEMANA + WRK-IX-PREV - 1.
            PERFORM 5100-PREVE-DIA.
            ADD WRK-PREV-TOTAL TO WRK-SEM-PREV.
            COMPUTE WRK-IX-HI = WRK-JUL-ALVO - WRK-JUL-INICIO + 1.
            IF WRK-HI-TEM(WRK-IX-HI) = 'S'
               ADD WRK-HI-ACUM(WRK-IX-HI) TO WRK-SEM-REAL
            END-IF.

      *----------------------------------------------------------------
      * Base da previsao com o historico anterior a WRK-JUL-CORTE:
      * media movel de 28 dias, fatores do dia da semana (8
      * semanas), participacao das formas de pagamento e
      * crescimento sobre o mesmo periodo do ano anterior.
      *----------------------------------------------------------------
       5000-CALCULA-BASE.
            MOVE ZEROS TO WRK-SOMA WRK-QT-SOMA WRK-SOMA-RECENTE
                          WRK-SOMA-ANO-ANT WRK-SOMA-DIN
                          WRK-SOMA-CART WRK-SOMA-PIX.
            PERFORM 5010-ACUMULA-28-DIAS
               VARYING WRK-JUL FROM WRK-JUL-CORTE BY -1
               UNTIL WRK-JUL < WRK-JUL-CORTE - 28.
            IF WRK-QT-SOMA > 0
               COMPUTE WRK-MEDIA-MOVEL ROUNDED =
                       WRK-SOMA / WRK-QT-SOMA
            ELSE
               MOVE ZEROS TO WRK-MEDIA-MOVEL
            END-IF.
            IF WRK-SOMA-RECENTE > ZEROS
               COMPUTE WRK-PART-DIN ROUNDED =
                       WRK-SOMA-DIN / WRK-SOMA-RECENTE
               COMPUTE WRK-PART-CART ROUNDED =
                       WRK-SOMA-CART / WRK-SOMA-RECENTE
               COMPUTE WRK-PART-PIX = 1 - WRK-PART-DIN - WRK-PART-CART
            ELSE
               MOVE ZEROS TO WRK-PART-DIN WRK-PART-CART WRK-PART-PIX
            END-IF.
            IF WRK-SOMA-RECENTE > ZEROS AND WRK-SOMA-ANO-ANT > ZEROS
               COMPUTE WRK-CRESCIMENTO ROUNDED =
                       WRK-SOMA-RECENTE / WRK-SOMA-ANO-ANT
                  ON SIZE ERROR
                     MOVE ZEROS TO WRK-CRESCIMENTO
               END-COMPUTE
            ELSE
               MOVE ZEROS TO WRK-CRESCIMENTO
            END-IF.
            MOVE ZEROS TO WRK-DOW-TAB WRK-SOMA WRK-QT-SOMA.
            PERFORM 5020-ACUMULA-DIA-SEMANA
               VARYING WRK-JUL FROM WRK-JUL-CORTE BY -1
               UNTIL WRK-JUL < WRK-JUL-CORTE - 56.
            IF WRK-QT-SOMA > 0
               COMPUTE WRK-MEDIA-GERAL ROUNDED =
                       WRK-SOMA / WRK-QT-SOMA
            ELSE
               MOVE ZEROS TO WRK-MEDIA-GERAL
            END-IF.
            PERFORM 5030-FATOR-DIA-SEMANA
               VARYING WRK-IX-DOW FROM 1 BY 1
               UNTIL WRK-IX-DOW > 7.

      *     o corte em si nao entra (laco comeca nele so para contar)
       5010-ACUMULA-28-DIAS.
            COMPUTE WRK-IX-HI = WRK-JUL - WRK-JUL-INICIO + 1.
            IF WRK-JUL < WRK-JUL-CORTE
               AND WRK-IX-HI > 0 AND WRK-IX-HI NOT > 450
               IF WRK-HI-TEM(WRK-IX-HI) = 'S'
                  ADD WRK-HI-ACUM(WRK-IX-HI)     TO WRK-SOMA-RECENTE
                  ADD WRK-HI-DINHEIRO(WRK-IX-HI) TO WRK-SOMA-DIN
                  ADD WRK-HI-CARTAO(WRK-IX-HI)   TO WRK-SOMA-CART
                  ADD WRK-HI-PIX(WRK-IX-HI)      TO WRK-SOMA-PIX
                  IF WRK-HI-FERIADO(WRK-IX-HI) = 'N'
                     ADD WRK-HI-ACUM(WRK-IX-HI) TO WRK-SOMA
                     ADD 1 TO WRK-QT-SOMA
                  END-IF
               END-IF
            END-IF.
            COMPUTE WRK-IX-HI = WRK-JUL - 364 - WRK-JUL-INICIO + 1.
            IF WRK-JUL < WRK-JUL-CORTE
               AND WRK-IX-HI > 0 AND WRK-IX-HI NOT > 450
               IF WRK-HI-TEM(WRK-IX-HI) = 'S'
                  ADD WRK-HI-ACUM(WRK-IX-HI) TO WRK-SOMA-ANO-ANT
               END-IF
            END-IF.

       5020-ACUMULA-DIA-SEMANA.
            COMPUTE WRK-IX-HI = WRK-JUL - WRK-JUL-INICIO + 1.
            IF WRK-JUL < WRK-JUL-CORTE
               AND WRK-IX-HI > 0 AND WRK-IX-HI NOT > 450
               IF WRK-HI-TEM(WRK-IX-HI) = 'S'
                  AND WRK-HI-FERIADO(WRK-IX-HI) = 'N'
                  COMPUTE WRK-IX-DOW = FUNCTION MOD(WRK-JUL, 7) + 1
                  ADD WRK-HI-ACUM(WRK-IX-HI)
                    TO WRK-DW-SOMA(WRK-IX-DOW) WRK-SOMA
                  ADD 1 TO WRK-DW-QT(WRK-IX-DOW) WRK-QT-SOMA
               END-IF
            END-IF.

      *     sem historico nenhum o fator e neutro; dia da semana sem
      *     fechamento nas 8 semanas (loja fechada) fica zerado
       5030-FATOR-DIA-SEMANA.
            EVALUATE TRUE
               WHEN WRK-MEDIA-GERAL = ZEROS
                  MOVE 1 TO WRK-DW-FATOR(WRK-IX-DOW)
               WHEN WRK-DW-QT(WRK-IX-DOW) = 0
                  MOVE ZEROS TO WRK-DW-FATOR(WRK-IX-DOW)
               WHEN OTHER
                  COMPUTE WRK-DW-FATOR(WRK-IX-DOW) ROUNDED =
                          WRK-DW-SOMA(WRK-IX-DOW)
                          / WRK-DW-QT(WRK-IX-DOW) / WRK-MEDIA-GERAL
                     ON SIZE ERROR
                        MOVE 1 TO WRK-DW-FATOR(WRK-IX-DOW)
                  END-COMPUTE
            END-EVALUATE.

      *----------------------------------------------------------------
      * Previsao do dia WRK-JUL-ALVO sobre a base calculada: media
      * movel x fator do dia da semana (de domingo no feriado),
      * combinada com o ano anterior corrigido quando comparavel.
      *----------------------------------------------------------------
       5100-PREVE-DIA.
            COMPUTE WRK-DOW-ALVO = FUNCTION MOD(WRK-JUL-ALVO, 7) + 1.
            COMPUTE WRK-IX-HI = WRK-JUL-ALVO - WRK-JUL-INICIO + 1.
            IF WRK-IX-HI > 0 AND WRK-IX-HI NOT > 450
               MOVE WRK-HI-FERIADO(WRK-IX-HI) TO WRK-FERIADO-ALVO
            ELSE
               PERFORM 5110-VERIFICA-FERIADO
            END-IF.
            IF WRK-FERIADO-ALVO = 'S'
               COMPUTE WRK-PREV-MEDIA ROUNDED =
                       WRK-MEDIA-MOVEL * WRK-DW-FATOR(1)
            ELSE
               COMPUTE WRK-PREV-MEDIA ROUNDED =
                       WRK-MEDIA-MOVEL * WRK-DW-FATOR(WRK-DOW-ALVO)
            END-IF.
            MOVE 'N' TO WRK-TEM-ANO-ANT.
            COMPUTE WRK-IX-HI = WRK-JUL-ALVO - 364 - WRK-JUL-INICIO + 1.
            IF WRK-IX-HI > 0 AND WRK-IX-HI NOT > 450
               AND WRK-CRESCIMENTO > ZEROS
               AND WRK-FERIADO-ALVO = 'N'
               IF WRK-HI-TEM(WRK-IX-HI) = 'S'
                  AND WRK-HI-FERIADO(WRK-IX-HI) = 'N'
                  MOVE 'S' TO WRK-TEM-ANO-ANT
                  COMPUTE WRK-PREV-ANO-ANT ROUNDED =
                          WRK-HI-ACUM(WRK-IX-HI) * WRK-CRESCIMENTO
                     ON SIZE ERROR
                        MOVE 'N' TO WRK-TEM-ANO-ANT
                  END-COMPUTE
               END-IF
            END-IF.
            IF WRK-TEM-ANO-ANT = 'S'
               COMPUTE WRK-PREV-TOTAL ROUNDED =
                       (WRK-PREV-MEDIA + WRK-PREV-ANO-ANT) / 2
            ELSE
               MOVE WRK-PREV-MEDIA TO WRK-PREV-TOTAL
            END-IF.
            COMPUTE WRK-PREV-DIN ROUNDED =
                    WRK-PREV-TOTAL * WRK-PART-DIN.
            COMPUTE WRK-PREV-CART ROUNDED =
                    WRK-PREV-TOTAL * WRK-PART-CART.
            COMPUTE WRK-PREV-PIX =
                    WRK-PREV-TOTAL - WRK-PREV-DIN - WRK-PREV-CART.

      *     feriado nacional do cadastro (FERIADOS.DAT/FERIADOS.TXT)
       5110-VERIFICA-FERIADO.
            COMPUTE WRK-DU-DATA-BASE =
                    FUNCTION DATE-OF-INTEGER(WRK-JUL-ALVO).
            MOVE ZEROS TO WRK-DU-QTD-DIAS WRK-DU-DATA-ATE.
            MOVE 'N' TO WRK-DU-EH-FERIADO.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DU-EH-FERIADO = 'S'
               MOVE 'S' TO WRK-FERIADO-ALVO
            ELSE
               MOVE 'N' TO WRK-FERIADO-ALVO
            END-IF.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==PREVISAO-REL-REG==.

      *END PROGRAM PREVISAO.
