       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAVEND.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Acompanhamento diario das metas de venda. Para cada
      *           vendedor ativo com meta no mes (METAS.DAT, mantida
      *           na tela de vendedores) confronta o total do mes ate
      *           hoje acumulado pelo FECHAMENTO em VENDEDOR.DAT com
      *           a meta: percentual atingido, dias uteis decorridos
      *           e restantes no mes (DIAUTILS, feriados do
      *           FERIADOS.DAT), projecao do fechamento do mes no
      *           ritmo atual e o quanto falta vender por dia util.
      *           Vendedor cuja projecao fica abaixo da meta sai
      *           marcado com *** EM RISCO e e repetido no quadro
      *           final. Vendedor com venda no mes e sem meta sai no
      *           fim como SEM META. A data de referencia e o dia de
      *           movimento (DATAMOV). Relatorio em METAVEND.REL
      *           (padrao REPCTL.COB/REPCAB.CPY), substituindo a
      *           planilha de metas da gerencia comercial.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDORES
             ASSIGN TO 'VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDEDORES-STATUS
               RECORD KEY IS VEND-CODIGO.
           SELECT METAS
             ASSIGN TO 'METAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS METAS-STATUS
               RECORD KEY IS MET-CHAVE.
           SELECT METAVEND-REL
             ASSIGN TO 'METAVEND.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METAVEND-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDEDORES.
       01 VEND-REG.
            05 VEND-CODIGO    PIC X(10).
            05 VEND-NOME      PIC X(30).
            05 VEND-SITUACAO  PIC X(01).
                88 VEND-ATIVO   VALUE 'A'.
                88 VEND-INATIVO VALUE 'I'.
            05 VEND-ANOMES    PIC 9(06).
            05 VEND-TOTAL-MES PIC 9(09)V99.

       COPY 'METAS.CPY'.

       FD METAVEND-REL.
       01 METAVEND-REL-REG      PIC X(132).

       WORKING-STORAGE SECTION.
       77 VENDEDORES-STATUS   PIC 9(02).
       77 METAS-STATUS        PIC 9(02).
       77 METAVEND-REL-STATUS PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES          PIC 9(06) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA    PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA      PIC 9(08) VALUE ZEROS.
       77 WRK-ANTES-DO-MES    PIC 9(08) VALUE ZEROS.
       77 WRK-PROXIMO-MES     PIC 9(08) VALUE ZEROS.
       77 WRK-DU-DECORRIDOS   PIC 9(03) VALUE ZEROS.
       77 WRK-DU-RESTANTES    PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Calculo do vendedor corrente.
      *----------------------------------------------------------------
       77 WRK-REALIZADO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PERC-ATINGIDO   PIC 9(05)V9 VALUE ZEROS.
       77 WRK-PROJECAO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FALTA-DIA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SITUACAO        PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------
      * Totais da equipe.
      *----------------------------------------------------------------
       77 WRK-QT-COM-META     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-RISCO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-META     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-META        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REALIZADO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PROJECAO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-META-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-REALIZADO-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-PROJECAO-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-FALTA-DIA-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED         PIC ZZZZ9,9.
      *----------------------------------------------------------------
      * Vendedores em risco e sem meta, repetidos no quadro final.
      *----------------------------------------------------------------
       01 WRK-RISCO-TAB.
            05 WRK-RISCO-ITEM OCCURS 200 TIMES
                  INDEXED BY WRK-IX-RISCO.
                10 WRK-RISCO-CODIGO PIC X(10).
                10 WRK-RISCO-NOME   PIC X(30).
                10 WRK-RISCO-PERC   PIC 9(05)V9.
       01 WRK-SEMMETA-TAB.
            05 WRK-SEMMETA-ITEM OCCURS 200 TIMES
                  INDEXED BY WRK-IX-SEMMETA.
                10 WRK-SEMMETA-CODIGO PIC X(10).
                10 WRK-SEMMETA-NOME   PIC X(30).
                10 WRK-SEMMETA-TOTAL  PIC 9(09)V99.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
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

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            MOVE WRK-DATA-MOV(1:6) TO WRK-ANOMES.
            PERFORM 1100-DIAS-UTEIS-DO-MES.
            OPEN INPUT VENDEDORES.
            OPEN INPUT METAS.
            OPEN OUTPUT METAVEND-REL.
            IF VENDEDORES-STATUS NOT = 0
               OR METAS-STATUS NOT = 0
               OR METAVEND-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               MOVE 'ACOMPANHAMENTO DE METAS DE VENDA' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               PERFORM 1200-CABECALHO-MES
               MOVE LOW-VALUES TO VEND-CODIGO
               START VENDEDORES KEY IS NOT LESS THAN VEND-CODIGO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

      *----------------------------------------------------------------
      * Dias uteis do mes: decorridos do primeiro dia ate o dia de
      * movimento (inclusive) e restantes dali ao ultimo dia.
      *----------------------------------------------------------------
       1100-DIAS-UTEIS-DO-MES.
            COMPUTE WRK-PRIMEIRO-DIA = WRK-ANOMES * 100 + 1.
            IF WRK-ANOMES(5:2) = '12'
               COMPUTE WRK-PROXIMO-MES =
                       (WRK-ANOMES + 89) * 100 + 1
            ELSE
               COMPUTE WRK-PROXIMO-MES =
                       (WRK-ANOMES + 1) * 100 + 1
            END-IF.
            COMPUTE WRK-ANTES-DO-MES =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-DIA) - 1).
            COMPUTE WRK-ULTIMO-DIA =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-PROXIMO-MES) - 1).
            MOVE WRK-ANTES-DO-MES TO WRK-DU-DATA-BASE.
            MOVE ZEROS TO WRK-DU-QTD-DIAS.
            MOVE WRK-DATA-MOV TO WRK-DU-DATA-ATE.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
            MOVE WRK-DU-DIAS-ENTRE TO WRK-DU-DECORRIDOS.
            MOVE ZEROS TO WRK-DU-RESTANTES.
            IF WRK-DATA-MOV < WRK-ULTIMO-DIA
               MOVE WRK-DATA-MOV TO WRK-DU-DATA-BASE
               MOVE ZEROS TO WRK-DU-QTD-DIAS
               MOVE WRK-ULTIMO-DIA TO WRK-DU-DATA-ATE
               CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM
               MOVE WRK-DU-DIAS-ENTRE TO WRK-DU-RESTANTES
            END-IF.
            MOVE ZEROS TO WRK-DU-DATA-ATE.

       1200-CABECALHO-MES.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MES: '                   DELIMITED BY SIZE
                   WRK-ANOMES                DELIMITED BY SIZE
                   '  POSICAO EM: '          DELIMITED BY SIZE
                   WRK-DATA-MOV              DELIMITED BY SIZE
                   '  DIAS UTEIS DECORRIDOS: ' DELIMITED BY SIZE
                   WRK-DU-DECORRIDOS         DELIMITED BY SIZE
                   '  RESTANTES: '           DELIMITED BY SIZE
                   WRK-DU-RESTANTES          DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'VENDEDOR   NOME' TO RPT-LINHA-IMPRESSA.
            MOVE 'META'      TO RPT-LINHA-IMPRESSA(53:4).
            MOVE 'REALIZADO' TO RPT-LINHA-IMPRESSA(63:9).
            MOVE 'ATING.%'   TO RPT-LINHA-IMPRESSA(74:7).
            MOVE 'PROJECAO'  TO RPT-LINHA-IMPRESSA(90:8).
            MOVE 'FALTA/DIA' TO RPT-LINHA-IMPRESSA(104:9).
            MOVE 'SITUACAO'  TO RPT-LINHA-IMPRESSA(115:8).
            PERFORM 9990-GRAVA-LINHA-RPT.

       2000-PROCESSAR.
            READ VENDEDORES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF VEND-ATIVO
                     PERFORM 2100-CONFRONTA-META
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Total do mes so vale se o acumulador esta no mes corrente
      * (o FECHAMENTO zera ao virar o mes).
      *----------------------------------------------------------------
       2100-CONFRONTA-META.
            IF VEND-ANOMES = WRK-ANOMES
               MOVE VEND-TOTAL-MES TO WRK-REALIZADO
            ELSE
               MOVE ZEROS TO WRK-REALIZADO
            END-IF.
            MOVE VEND-CODIGO TO MET-VENDEDOR.
            MOVE WRK-ANOMES  TO MET-ANOMES.
            READ METAS
               INVALID KEY
                  MOVE ZEROS TO MET-VALOR
            END-READ.
            IF MET-VALOR = ZEROS
               IF WRK-REALIZADO > ZEROS
                  PERFORM 2400-GUARDA-SEM-META
               END-IF
            ELSE
               PERFORM 2200-CALCULA-RITMO
               PERFORM 2300-IMPRIME-VENDEDOR
            END-IF.

      *----------------------------------------------------------------
      * Projecao: media por dia util decorrido vezes os dias uteis
      * do mes inteiro. Sem dia util decorrido ainda, a projecao e o
      * proprio realizado.
      *----------------------------------------------------------------
       2200-CALCULA-RITMO.
            COMPUTE WRK-PERC-ATINGIDO ROUNDED =
                    WRK-REALIZADO * 100 / MET-VALOR
               ON SIZE ERROR
                  MOVE 99999,9 TO WRK-PERC-ATINGIDO
            END-COMPUTE.
            IF WRK-DU-DECORRIDOS > ZEROS
               COMPUTE WRK-PROJECAO ROUNDED =
                       WRK-REALIZADO / WRK-DU-DECORRIDOS
                       * (WRK-DU-DECORRIDOS + WRK-DU-RESTANTES)
            ELSE
               MOVE WRK-REALIZADO TO WRK-PROJECAO
            END-IF.
            MOVE ZEROS TO WRK-FALTA-DIA.
            IF WRK-REALIZADO < MET-VALOR
               IF WRK-DU-RESTANTES > ZEROS
                  COMPUTE WRK-FALTA-DIA ROUNDED =
                          (MET-VALOR - WRK-REALIZADO)
                          / WRK-DU-RESTANTES
               ELSE
                  COMPUTE WRK-FALTA-DIA =
                          MET-VALOR - WRK-REALIZADO
               END-IF
            END-IF.
            EVALUATE TRUE
               WHEN WRK-REALIZADO NOT < MET-VALOR
                  MOVE 'META BATIDA' TO WRK-SITUACAO
               WHEN WRK-PROJECAO < MET-VALOR
                  MOVE '*** EM RISCO' TO WRK-SITUACAO
                  ADD 1 TO WRK-QT-EM-RISCO
                  IF WRK-QT-EM-RISCO NOT > 200
                     SET WRK-IX-RISCO TO WRK-QT-EM-RISCO
                     MOVE VEND-CODIGO TO
                          WRK-RISCO-CODIGO(WRK-IX-RISCO)
                     MOVE VEND-NOME TO WRK-RISCO-NOME(WRK-IX-RISCO)
                     MOVE WRK-PERC-ATINGIDO TO
                          WRK-RISCO-PERC(WRK-IX-RISCO)
                  END-IF
               WHEN OTHER
                  MOVE 'NO RITMO' TO WRK-SITUACAO
            END-EVALUATE.
            ADD 1 TO WRK-QT-COM-META.
            ADD MET-VALOR TO WRK-TOT-META.
            ADD WRK-REALIZADO TO WRK-TOT-REALIZADO.
            ADD WRK-PROJECAO TO WRK-TOT-PROJECAO.

       2300-IMPRIME-VENDEDOR.
            MOVE MET-VALOR TO WRK-META-ED.
            MOVE WRK-REALIZADO TO WRK-REALIZADO-ED.
            MOVE WRK-PERC-ATINGIDO TO WRK-PERC-ED.
            MOVE WRK-PROJECAO TO WRK-PROJECAO-ED.
            MOVE WRK-FALTA-DIA TO WRK-FALTA-DIA-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING VEND-CODIGO      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   VEND-NOME        DELIMITED BY SIZE
                   WRK-META-ED      DELIMITED BY SIZE
                   WRK-REALIZADO-ED DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   WRK-PERC-ED      DELIMITED BY SIZE
                   WRK-PROJECAO-ED  DELIMITED BY SIZE
                   WRK-FALTA-DIA-ED DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   WRK-SITUACAO     DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2400-GUARDA-SEM-META.
            ADD 1 TO WRK-QT-SEM-META.
            IF WRK-QT-SEM-META NOT > 200
               SET WRK-IX-SEMMETA TO WRK-QT-SEM-META
               MOVE VEND-CODIGO TO WRK-SEMMETA-CODIGO(WRK-IX-SEMMETA)
               MOVE VEND-NOME TO WRK-SEMMETA-NOME(WRK-IX-SEMMETA)
               MOVE WRK-REALIZADO TO
                    WRK-SEMMETA-TOTAL(WRK-IX-SEMMETA)
            END-IF.

      *----------------------------------------------------------------
      * Quadro final: total da equipe, vendedores em risco e
      * vendedores vendendo sem meta cadastrada.
      *----------------------------------------------------------------
       2900-QUADRO-FINAL.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-TOT-META TO WRK-PROJECAO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'EQUIPE - VENDEDORES COM META: ' DELIMITED BY SIZE
                   WRK-QT-COM-META                  DELIMITED BY SIZE
                   '  META: '                       DELIMITED BY SIZE
                   WRK-PROJECAO-ED                  DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-TOT-REALIZADO TO WRK-REALIZADO-ED.
            MOVE WRK-TOT-PROJECAO TO WRK-PROJECAO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '         REALIZADO: '  DELIMITED BY SIZE
                   WRK-REALIZADO-ED        DELIMITED BY SIZE
                   '  PROJECAO: '          DELIMITED BY SIZE
                   WRK-PROJECAO-ED         DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '*** VENDEDORES EM RISCO: ' DELIMITED BY SIZE
                   WRK-QT-EM-RISCO             DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2910-LISTA-RISCO
               VARYING WRK-IX-RISCO FROM 1 BY 1
               UNTIL WRK-IX-RISCO > WRK-QT-EM-RISCO
                  OR WRK-IX-RISCO > 200.
            IF WRK-QT-SEM-META > ZEROS
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'VENDEDORES COM VENDA E SEM META: '
                                        DELIMITED BY SIZE
                      WRK-QT-SEM-META   DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 2920-LISTA-SEM-META
                  VARYING WRK-IX-SEMMETA FROM 1 BY 1
                  UNTIL WRK-IX-SEMMETA > WRK-QT-SEM-META
                     OR WRK-IX-SEMMETA > 200
            END-IF.
            PERFORM 9995-RODAPE-RPT.

       2910-LISTA-RISCO.
            MOVE WRK-RISCO-PERC(WRK-IX-RISCO) TO WRK-PERC-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '    '                          DELIMITED BY SIZE
                   WRK-RISCO-CODIGO(WRK-IX-RISCO)  DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   WRK-RISCO-NOME(WRK-IX-RISCO)    DELIMITED BY SIZE
                   ' ATINGIDO % '                  DELIMITED BY SIZE
                   WRK-PERC-ED                     DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2920-LISTA-SEM-META.
            MOVE WRK-SEMMETA-TOTAL(WRK-IX-SEMMETA) TO WRK-REALIZADO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '    '                              DELIMITED BY SIZE
                   WRK-SEMMETA-CODIGO(WRK-IX-SEMMETA)  DELIMITED BY SIZE
                   ' '                                 DELIMITED BY SIZE
                   WRK-SEMMETA-NOME(WRK-IX-SEMMETA)    DELIMITED BY SIZE
                   ' REALIZADO '                       DELIMITED BY SIZE
                   WRK-REALIZADO-ED                    DELIMITED BY SIZE
                   '  SEM META'                        DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR VENDEDOR.DAT/METAS.DAT/'
                       'METAVEND.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               PERFORM 2900-QUADRO-FINAL
               DISPLAY 'MES ' WRK-ANOMES ' - DIAS UTEIS DECORRIDOS '
                       WRK-DU-DECORRIDOS ' RESTANTES '
                       WRK-DU-RESTANTES
               DISPLAY 'VENDEDORES COM META: ' WRK-QT-COM-META
               DISPLAY 'VENDEDORES EM RISCO: ' WRK-QT-EM-RISCO
               DISPLAY 'COM VENDA SEM META.: ' WRK-QT-SEM-META
               DISPLAY 'RELATORIO GRAVADO EM METAVEND.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            CLOSE VENDEDORES.
            CLOSE METAS.
            CLOSE METAVEND-REL.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==METAVEND-REL-REG==.

      *END PROGRAM METAVEND.
