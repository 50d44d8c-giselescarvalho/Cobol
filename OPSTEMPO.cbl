       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSTEMPO.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Historico de tempo de execucao das etapas dos drivers
      *           de lote, chamado via CALL 'OPSTEMPO' na anotacao do
      *           fim de cada etapa (FECHADIA e FECHAMESD) com a area
      *           OPSTEMPO.CPY. Calcula a duracao da etapa em segundos
      *           (virada da meia-noite incluida), tira a media das
      *           ultimas OPS-AMOSTRA execucoes boas da mesma etapa no
      *           OPSHIST.DAT (RC zero, nao dispensadas; padrao 7,
      *           maximo 30) e marca alerta quando a duracao passa de
      *           OPS-FATOR por cento da media (padrao 150) e tem pelo
      *           menos OPS-MINIMO segundos (padrao 60) - etapa curta
      *           oscila sem querer dizer nada. Sem tres execucoes
      *           anteriores nao ha media para comparar. A linha da
      *           etapa e gravada no OPSHIST.DAT com a media e o
      *           alerta do momento.
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
       DATA DIVISION.
       FILE SECTION.
       COPY 'OPSHIST.CPY'.

       WORKING-STORAGE SECTION.
       77 OPSHIST-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-PARM-LIDO     PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * Execucoes na media (OPS-AMOSTRA), percentual da media que
      * dispara o alerta (OPS-FATOR) e duracao minima em segundos
      * para alertar (OPS-MINIMO).
      *----------------------------------------------------------------
       77 WRK-AMOSTRA       PIC 9(02) VALUE 7.
       77 WRK-FATOR         PIC 9(04) VALUE 150.
       77 WRK-MINIMO        PIC 9(07) VALUE 60.
      *----------------------------------------------------------------
      * Ultimas duracoes boas da etapa, em rodizio: a posicao da
      * proxima e o resto da contagem pela amostra.
      *----------------------------------------------------------------
       01 WRK-AMOSTRAS-TAB.
            05 WRK-AMO-SEGUNDOS OCCURS 30 TIMES PIC 9(07).
       77 WRK-QT-AMOSTRAS   PIC 9(07) VALUE ZEROS.
       77 WRK-IX-AMO        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-MEDIA      PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA          PIC 9(09) VALUE ZEROS.
       77 WRK-SEG-INICIO    PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-FIM       PIC 9(07) VALUE ZEROS.
       01 WRK-HORA-INICIO   PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-INICIO-R REDEFINES WRK-HORA-INICIO.
            05 WRK-INI-HH    PIC 9(02).
            05 WRK-INI-MM    PIC 9(02).
            05 WRK-INI-SS    PIC 9(02).
            05 FILLER        PIC 9(02).
       01 WRK-HORA-FIM      PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-FIM-R REDEFINES WRK-HORA-FIM.
            05 WRK-FIM-HH    PIC 9(02).
            05 WRK-FIM-MM    PIC 9(02).
            05 WRK-FIM-SS    PIC 9(02).
            05 FILLER        PIC 9(02).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).

       LINKAGE SECTION.
       COPY 'OPSTEMPO.CPY'.

       PROCEDURE DIVISION USING OPSTEMPO-PARM.
       0001-PRINCIPAL.
            IF WRK-PARM-LIDO = 'N'
               PERFORM 1000-LE-PARAMETROS
            END-IF.
            PERFORM 2000-CALCULA-DURACAO.
            PERFORM 3000-CALCULA-MEDIA.
            MOVE 'N' TO OPT-ALERTA.
            IF OPT-SITUACAO = 'E' AND WRK-QT-MEDIA NOT LESS THAN 3
               AND OPT-SEGUNDOS NOT LESS THAN WRK-MINIMO
               AND OPT-SEGUNDOS * 100 > OPT-MEDIA * WRK-FATOR
               MOVE 'S' TO OPT-ALERTA
            END-IF.
            PERFORM 4000-GRAVA-HISTORICO.
            GOBACK.

       1000-LE-PARAMETROS.
            MOVE 'S' TO WRK-PARM-LIDO.
            MOVE 'OPS-AMOSTRA' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR NOT LESS THAN 3
               AND WRK-PARM-VALOR NOT GREATER THAN 30
               MOVE WRK-PARM-VALOR TO WRK-AMOSTRA
            END-IF.
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
            MOVE 'OPS-MINIMO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR < 10000000
               MOVE WRK-PARM-VALOR TO WRK-MINIMO
            END-IF.

      *    HHMMSSCC para segundos; fim antes do inicio e etapa que
      *    atravessou a meia-noite
       2000-CALCULA-DURACAO.
            MOVE OPT-HR-INICIO TO WRK-HORA-INICIO.
            MOVE OPT-HR-FIM    TO WRK-HORA-FIM.
            COMPUTE WRK-SEG-INICIO = WRK-INI-HH * 3600
                                   + WRK-INI-MM * 60 + WRK-INI-SS.
            COMPUTE WRK-SEG-FIM    = WRK-FIM-HH * 3600
                                   + WRK-FIM-MM * 60 + WRK-FIM-SS.
            IF WRK-SEG-FIM < WRK-SEG-INICIO
               ADD 86400 TO WRK-SEG-FIM
            END-IF.
            COMPUTE OPT-SEGUNDOS = WRK-SEG-FIM - WRK-SEG-INICIO.

      *----------------------------------------------------------------
      * Varre o historico guardando em rodizio as ultimas duracoes da
      * mesma etapa do mesmo livro que terminaram bem e nao foram
      * dispensadas; a media sai das que ficaram na tabela.
      *----------------------------------------------------------------
       3000-CALCULA-MEDIA.
            MOVE ZEROS TO WRK-QT-AMOSTRAS WRK-SOMA OPT-MEDIA.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT OPSHIST.
            IF OPSHIST-STATUS = 0
               PERFORM 3100-LE-HISTORICO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE OPSHIST
            END-IF.
            IF WRK-QT-AMOSTRAS > WRK-AMOSTRA
               MOVE WRK-AMOSTRA TO WRK-QT-MEDIA
            ELSE
               MOVE WRK-QT-AMOSTRAS TO WRK-QT-MEDIA
            END-IF.
            IF WRK-QT-MEDIA > 0
               PERFORM 3200-SOMA-AMOSTRA
                  VARYING WRK-IX-AMO FROM 1 BY 1
                  UNTIL WRK-IX-AMO > WRK-QT-MEDIA
               COMPUTE OPT-MEDIA ROUNDED = WRK-SOMA / WRK-QT-MEDIA
            END-IF.

       3100-LE-HISTORICO.
            READ OPSHIST
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF OPH-LIVRO = OPT-LIVRO AND OPH-ETAPA = OPT-ETAPA
                     AND OPH-RC = ZEROS AND OPH-SITUACAO = 'E'
                     COMPUTE WRK-IX-AMO =
                             FUNCTION MOD(WRK-QT-AMOSTRAS, WRK-AMOSTRA)
                             + 1
                     MOVE OPH-SEGUNDOS TO WRK-AMO-SEGUNDOS(WRK-IX-AMO)
                     ADD 1 TO WRK-QT-AMOSTRAS
                  END-IF
            END-READ.

       3200-SOMA-AMOSTRA.
            ADD WRK-AMO-SEGUNDOS(WRK-IX-AMO) TO WRK-SOMA.

       4000-GRAVA-HISTORICO.
            OPEN EXTEND OPSHIST.
            IF OPSHIST-STATUS = 35
               OPEN OUTPUT OPSHIST
               CLOSE OPSHIST
               OPEN EXTEND OPSHIST
            END-IF.
            IF OPSHIST-STATUS = 0
               MOVE OPT-LIVRO      TO OPH-LIVRO
               MOVE OPT-REFERENCIA TO OPH-REFERENCIA
               ACCEPT OPH-DATA-EXEC FROM DATE YYYYMMDD
               MOVE OPT-ETAPA      TO OPH-ETAPA
               MOVE OPT-PROGRAMA   TO OPH-PROGRAMA
               MOVE OPT-HR-INICIO  TO OPH-HR-INICIO
               MOVE OPT-HR-FIM     TO OPH-HR-FIM
               MOVE OPT-SEGUNDOS   TO OPH-SEGUNDOS
               MOVE OPT-RC         TO OPH-RC
               MOVE OPT-SITUACAO   TO OPH-SITUACAO
               MOVE OPT-MEDIA      TO OPH-MEDIA
               MOVE OPT-ALERTA     TO OPH-ALERTA
               WRITE OPH-REG
               CLOSE OPSHIST
            END-IF.

      *END PROGRAM OPSTEMPO.
