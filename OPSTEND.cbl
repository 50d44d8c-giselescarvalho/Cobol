       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSTEND.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Tendencia semanal do tempo das etapas de lote, tirada
      *           do historico OPSHIST.DAT gravado pelo OPSTEMPO.cbl.
      *           Para cada etapa de cada livro (D = FECHADIA, M =
      *           FECHAMESD) mostra a duracao media em segundos das
      *           execucoes boas (RC zero, nao dispensadas) em cada
      *           uma das ultimas oito semanas, da mais antiga para a
      *           mais recente (semana = sete dias corridos contados
      *           para tras a partir de hoje), e a variacao da ultima
      *           semana sobre a media das sete anteriores, marcando
      *           SUBINDO a que passou do percentual OPS-FATOR
      *           (padrao 150, o mesmo do alerta de etapa). Sai em
      *           OPSTEND.REL (padrao REPCTL.COB/REPCAB.CPY).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSHIST
             ASSIGN TO 'OPSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSHIST-STATUS.
           SELECT OPSTEND-REL
             ASSIGN TO 'OPSTEND.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSTEND-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'OPSHIST.CPY'.

       FD OPSTEND-REL.
       01 OPSTEND-REL-REG       PIC X(132).

       WORKING-STORAGE SECTION.
       77 OPSHIST-STATUS      PIC 9(02).
       77 OPSTEND-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS            PIC S9(07) VALUE ZEROS.
       77 WRK-IX-LIV          PIC 9(01) VALUE ZEROS.
       77 WRK-IX-ETA          PIC 9(02) VALUE ZEROS.
       77 WRK-IX-SEM          PIC 9(02) VALUE ZEROS.
       77 WRK-IX-COL          PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LIDAS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-USADAS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ETAPAS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SUBINDO      PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA           PIC 9(07) VALUE ZEROS.
       77 WRK-MEDIA-ANT       PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-ANT        PIC 9(09) VALUE ZEROS.
       77 WRK-QT-ANT          PIC 9(05) VALUE ZEROS.
       77 WRK-VARIACAO        PIC S9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Percentual da media anterior que marca a etapa (OPS-FATOR).
      *----------------------------------------------------------------
       77 WRK-FATOR           PIC 9(04) VALUE 150.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Acumulado por livro (1 = D, 2 = M), etapa e semana (1 = a
      * mais recente).
      *----------------------------------------------------------------
       01 WRK-TENDENCIA-TAB.
            05 WRK-TEN-LIVRO OCCURS 2 TIMES.
                10 WRK-TEN-ETAPA OCCURS 30 TIMES.
                    15 WRK-TEN-PROGRAMA  PIC X(10).
                    15 WRK-TEN-SEMANA OCCURS 8 TIMES.
                        20 WRK-TEN-SOMA  PIC 9(09).
                        20 WRK-TEN-QT    PIC 9(05).
      *----------------------------------------------------------------
      * Linha da etapa no relatorio.
      *----------------------------------------------------------------
       01 WRK-LINHA-TEND.
            05 WRK-LT-LIVRO      PIC X(01).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 WRK-LT-ETAPA      PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 WRK-LT-PROGRAMA   PIC X(10).
            05 WRK-LT-COLUNA OCCURS 8 TIMES.
                10 FILLER        PIC X(01).
                10 WRK-LT-MEDIA  PIC X(07).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 WRK-LT-VARIACAO   PIC X(07).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 WRK-LT-MARCA      PIC X(07).
       77 WRK-MEDIA-EDIT      PIC Z(06)9.
       77 WRK-VARIACAO-EDIT   PIC -(04)9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-ACUMULA UNTIL WRK-FIM-ARQ = 'S'
               PERFORM 3000-IMPRIME
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            INITIALIZE WRK-TENDENCIA-TAB.
            MOVE 'OPS-FATOR' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 100
               AND WRK-PARM-VALOR < 10000
               MOVE WRK-PARM-VALOR TO WRK-FATOR
            END-IF.
            OPEN INPUT OPSHIST.
            IF OPSHIST-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               OPEN OUTPUT OPSTEND-REL
               IF OPSTEND-REL-STATUS NOT = 0
                  MOVE 'S' TO WRK-ERRO-ABERTURA
                  CLOSE OPSHIST
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Cada execucao boa das ultimas oito semanas soma na sua etapa;
      * o programa fica o da anotacao mais nova.
      *----------------------------------------------------------------
       2000-ACUMULA.
            READ OPSHIST
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-LIDAS
                  PERFORM 2100-SOMA-EXECUCAO
            END-READ.

       2100-SOMA-EXECUCAO.
            EVALUATE OPH-LIVRO
               WHEN 'D'
                  MOVE 1 TO WRK-IX-LIV
               WHEN 'M'
                  MOVE 2 TO WRK-IX-LIV
               WHEN OTHER
                  MOVE 0 TO WRK-IX-LIV
            END-EVALUATE.
            IF WRK-IX-LIV > 0 AND OPH-RC = ZEROS
               AND OPH-SITUACAO = 'E'
               AND OPH-ETAPA NOT LESS THAN 1
               AND OPH-ETAPA NOT GREATER THAN 30
               COMPUTE WRK-DIAS =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(OPH-DATA-EXEC)
               IF WRK-DIAS NOT LESS THAN 0 AND WRK-DIAS < 56
                  COMPUTE WRK-IX-SEM = WRK-DIAS / 7 + 1
                  MOVE OPH-ETAPA TO WRK-IX-ETA
                  MOVE OPH-PROGRAMA
                    TO WRK-TEN-PROGRAMA(WRK-IX-LIV, WRK-IX-ETA)
                  ADD OPH-SEGUNDOS
                   TO WRK-TEN-SOMA(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM)
                  ADD 1
                   TO WRK-TEN-QT(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM)
                  ADD 1 TO WRK-QT-USADAS
               END-IF
            END-IF.

       3000-IMPRIME.
            MOVE 'TENDENCIA SEMANAL DAS ETAPAS DE LOTE' TO RPT-TITULO.
            PERFORM 9980-CABECALHO-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MEDIA EM SEGUNDOS DAS EXECUCOES COM RC ZERO, '
                   'SEMANAS DE 7 DIAS ATE ' WRK-DATA-HOJE
                   '; VARIACAO = ULTIMA SOBRE AS 7 ANTERIORES'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'L ET PROGRAMA     SEM-8   SEM-7   SEM-6   SEM-5'
                   '   SEM-4   SEM-3   SEM-2  ULTIMA  VARIAC%'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 3100-LINHA-ETAPA
               VARYING WRK-IX-LIV FROM 1 BY 1 UNTIL WRK-IX-LIV > 2
               AFTER WRK-IX-ETA FROM 1 BY 1 UNTIL WRK-IX-ETA > 30.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ETAPAS: ' WRK-QT-ETAPAS
                   '  SUBINDO ALEM DE ' WRK-FATOR '% DA MEDIA: '
                   WRK-QT-SUBINDO
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

      *----------------------------------------------------------------
      * Etapa sem nenhuma execucao na janela nao sai.
      *----------------------------------------------------------------
       3100-LINHA-ETAPA.
            IF WRK-TEN-PROGRAMA(WRK-IX-LIV, WRK-IX-ETA) NOT = SPACES
               ADD 1 TO WRK-QT-ETAPAS
               MOVE SPACES TO WRK-LINHA-TEND
               IF WRK-IX-LIV = 1
                  MOVE 'D' TO WRK-LT-LIVRO
               ELSE
                  MOVE 'M' TO WRK-LT-LIVRO
               END-IF
               MOVE WRK-IX-ETA TO WRK-LT-ETAPA
               MOVE WRK-TEN-PROGRAMA(WRK-IX-LIV, WRK-IX-ETA)
                 TO WRK-LT-PROGRAMA
               MOVE ZEROS TO WRK-SOMA-ANT WRK-QT-ANT
      *        coluna 1 e a semana mais antiga (SEM-8)
               PERFORM 3110-COLUNA-SEMANA
                  VARYING WRK-IX-SEM FROM 8 BY -1
                  UNTIL WRK-IX-SEM < 1
               PERFORM 3120-VARIACAO
               MOVE WRK-LINHA-TEND TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       3110-COLUNA-SEMANA.
            COMPUTE WRK-IX-COL = 9 - WRK-IX-SEM.
            IF WRK-TEN-QT(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM) = ZEROS
               MOVE '      -' TO WRK-LT-MEDIA(WRK-IX-COL)
            ELSE
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TEN-SOMA(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM)
                     / WRK-TEN-QT(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM)
               MOVE WRK-MEDIA TO WRK-MEDIA-EDIT
               MOVE WRK-MEDIA-EDIT TO WRK-LT-MEDIA(WRK-IX-COL)
               IF WRK-IX-SEM > 1
                  ADD WRK-TEN-SOMA(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM)
                   TO WRK-SOMA-ANT
                  ADD WRK-TEN-QT(WRK-IX-LIV, WRK-IX-ETA, WRK-IX-SEM)
                   TO WRK-QT-ANT
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Variacao da ultima semana sobre a media das sete anteriores;
      * sem uma das duas nao ha o que comparar.
      *----------------------------------------------------------------
       3120-VARIACAO.
            IF WRK-TEN-QT(WRK-IX-LIV, WRK-IX-ETA, 1) = ZEROS
               OR WRK-QT-ANT = ZEROS
               MOVE '      -' TO WRK-LT-VARIACAO
            ELSE
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TEN-SOMA(WRK-IX-LIV, WRK-IX-ETA, 1)
                     / WRK-TEN-QT(WRK-IX-LIV, WRK-IX-ETA, 1)
               COMPUTE WRK-MEDIA-ANT ROUNDED =
                       WRK-SOMA-ANT / WRK-QT-ANT
               IF WRK-MEDIA-ANT = ZEROS
                  MOVE '      -' TO WRK-LT-VARIACAO
               ELSE
                  COMPUTE WRK-VARIACAO ROUNDED =
                          (WRK-MEDIA - WRK-MEDIA-ANT) * 100
                        / WRK-MEDIA-ANT
                     ON SIZE ERROR
                        MOVE 99999 TO WRK-VARIACAO
                  END-COMPUTE
                  MOVE WRK-VARIACAO TO WRK-VARIACAO-EDIT
                  MOVE WRK-VARIACAO-EDIT TO WRK-LT-VARIACAO(3:5)
                  IF WRK-MEDIA * 100 > WRK-MEDIA-ANT * WRK-FATOR
                     MOVE 'SUBINDO' TO WRK-LT-MARCA
                     ADD 1 TO WRK-QT-SUBINDO
                  END-IF
               END-IF
            END-IF.

       9000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'SEM HISTORICO OPSHIST.DAT OU ERRO AO ABRIR '
                       'OPSTEND.REL'
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE OPSHIST
               CLOSE OPSTEND-REL
               DISPLAY 'EXECUCOES LIDAS........: ' WRK-QT-LIDAS
               DISPLAY 'EXECUCOES NA JANELA....: ' WRK-QT-USADAS
               DISPLAY 'ETAPAS NO RELATORIO....: ' WRK-QT-ETAPAS
               DISPLAY 'ETAPAS SUBINDO.........: ' WRK-QT-SUBINDO
               DISPLAY 'RELATORIO GRAVADO EM OPSTEND.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==OPSTEND-REL-REG==.

      *END PROGRAM OPSTEND.
