       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSMON.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Monitor de operacao do lote, so consulta: o operador
      *           escolhe o livro (D = fechamento de dia FECHADIA.CTL,
      *           M = fim de mes FECHAMES.CTL, A = mensalidades
      *           MENSALID.CTL) e a data de movimento ou o ano/mes
      *           (zero = o ultimo do livro) e ve cada etapa anotada:
      *           programa, inicio, fim, duracao em segundos e
      *           RETURN-CODE, marcando FALHOU, DISPENSADA e ACIMA DA
      *           MEDIA (alerta gravado pelo OPSTEMPO.cbl no
      *           OPSHIST.DAT). Etapa do livro sem anotacao com RC
      *           zero na referencia aparece PENDENTE. O MENSALID.CTL
      *           so anota o mes fechado e os titulos, sem horario.
      *           Nenhum arquivo e alterado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHADIA-CTL
             ASSIGN TO 'FECHADIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIA-CTL-STATUS.
           SELECT FECHAMES-CTL
             ASSIGN TO 'FECHAMES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MES-CTL-STATUS.
           SELECT MENSALID-CTL
             ASSIGN TO 'MENSALID.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEN-CTL-STATUS.
           SELECT OPSHIST
             ASSIGN TO 'OPSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPSHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout do FD FECHADIA-CTL do FECHADIA.cbl.
       FD FECHADIA-CTL.
       01 DIA-CTL-REG.
            05 DIA-CTL-DATA-MOV  PIC 9(08).
            05 DIA-CTL-ETAPA     PIC 9(02).
            05 DIA-CTL-PROGRAMA  PIC X(10).
            05 DIA-CTL-HR-INICIO PIC 9(08).
            05 DIA-CTL-HR-FIM    PIC 9(08).
            05 DIA-CTL-RC        PIC 9(03).

      * Mesmo layout do FD FECHAMES-CTL do FECHAMESD.cbl.
       FD FECHAMES-CTL.
       01 MES-CTL-REG.
            05 MES-CTL-ANOMES    PIC 9(06).
            05 MES-CTL-ETAPA     PIC 9(02).
            05 MES-CTL-PROGRAMA  PIC X(10).
            05 MES-CTL-HR-INICIO PIC 9(08).
            05 MES-CTL-HR-FIM    PIC 9(08).
            05 MES-CTL-RC        PIC 9(03).

      * Mesmo layout do FD MENSALID-CTL do MENSALID.cbl.
       FD MENSALID-CTL.
       01 MEN-CTL-REG.
            05 MEN-CTL-ANOMES    PIC 9(06).
            05 MEN-CTL-QT-TITULOS PIC 9(05).

       COPY 'OPSHIST.CPY'.

       WORKING-STORAGE SECTION.
       77 DIA-CTL-STATUS    PIC 9(02).
       77 MES-CTL-STATUS    PIC 9(02).
       77 MEN-CTL-STATUS    PIC 9(02).
       77 OPSHIST-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-LIVRO         PIC X(01) VALUE SPACE.
       77 WRK-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMA-REF    PIC 9(08) VALUE ZEROS.
       77 WRK-MAX-ETAPA     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FALHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALERTAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TITULOS    PIC 9(05) VALUE ZEROS.
       77 WRK-IX-ETA        PIC 9(02) VALUE ZEROS.
       77 WRK-IX-HIS        PIC 9(03) VALUE ZEROS.
       77 WRK-IX-ACHADO     PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-MARCA         PIC X(15) VALUE SPACES.
       77 WRK-SEG-INICIO    PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-FIM       PIC 9(07) VALUE ZEROS.
       77 WRK-SEGUNDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-SEGUNDOS-EDIT PIC Z(06)9.
       77 WRK-MEDIA-EDIT    PIC Z(06)9.
      *----------------------------------------------------------------
      * Linha corrente do livro escolhido, no formato comum aos dois
      * livros de etapas.
      *----------------------------------------------------------------
       01 WRK-CTL-LINHA.
            05 WRK-CTL-REF       PIC 9(08).
            05 WRK-CTL-ETAPA     PIC 9(02).
            05 WRK-CTL-PROGRAMA  PIC X(10).
            05 WRK-CTL-INICIO    PIC 9(08).
            05 WRK-CTL-FIM       PIC 9(08).
            05 WRK-CTL-RC        PIC 9(03).
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
      *----------------------------------------------------------------
      * Etapas com RC zero na referencia (para achar as pendentes).
      *----------------------------------------------------------------
       01 WRK-ETAPAS-OK.
            05 WRK-ETAPA-OK OCCURS 30 TIMES PIC X(01).
      *----------------------------------------------------------------
      * Linhas do OPSHIST.DAT da referencia, para a marca de cada
      * etapa anotada no livro.
      *----------------------------------------------------------------
       77 WRK-QT-HIST       PIC 9(03) VALUE ZEROS.
       01 WRK-HIST-TAB.
            05 WRK-HIS-ITEM OCCURS 200 TIMES.
                10 WRK-HIS-ETAPA     PIC 9(02).
                10 WRK-HIS-INICIO    PIC 9(08).
                10 WRK-HIS-SITUACAO  PIC X(01).
                10 WRK-HIS-MEDIA     PIC 9(07).
                10 WRK-HIS-ALERTA    PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            MOVE 'S' TO WRK-LIVRO.
            PERFORM 1000-CONSULTA UNTIL WRK-LIVRO = SPACE.
            MOVE ZERO TO RETURN-CODE.
            GOBACK.

       1000-CONSULTA.
            DISPLAY '======================================='.
            DISPLAY ' MONITOR DE OPERACAO DO LOTE'.
            DISPLAY '======================================='.
            DISPLAY 'LIVRO: (D)IA / (M)ES / MENSALID(A)DES '
                    '(BRANCO = SAIR) ? '.
            MOVE SPACE TO WRK-LIVRO.
            ACCEPT WRK-LIVRO.
            EVALUATE WRK-LIVRO
               WHEN 'd'
                  MOVE 'D' TO WRK-LIVRO
               WHEN 'm'
                  MOVE 'M' TO WRK-LIVRO
               WHEN 'a'
                  MOVE 'A' TO WRK-LIVRO
            END-EVALUATE.
            EVALUATE WRK-LIVRO
               WHEN 'D'
                  DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD, 0 = ULTIMA): '
                  PERFORM 1100-PEDE-REFERENCIA
                  PERFORM 2000-LIVRO-DIA
               WHEN 'M'
                  DISPLAY 'MES (AAAAMM, 0 = ULTIMO): '
                  PERFORM 1100-PEDE-REFERENCIA
                  PERFORM 3000-LIVRO-MES
               WHEN 'A'
                  DISPLAY 'MES (AAAAMM, 0 = ULTIMO): '
                  PERFORM 1100-PEDE-REFERENCIA
                  PERFORM 4000-LIVRO-MENSALID
               WHEN SPACE
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'LIVRO INVALIDO'
            END-EVALUATE.

       1100-PEDE-REFERENCIA.
            MOVE ZEROS TO WRK-REFERENCIA.
            ACCEPT WRK-REFERENCIA.

      *----------------------------------------------------------------
      * Livro do fechamento de dia: primeira leitura acha a ultima
      * data e a maior etapa ja anotada; a segunda lista a data.
      *----------------------------------------------------------------
       2000-LIVRO-DIA.
            MOVE ZEROS TO WRK-ULTIMA-REF WRK-MAX-ETAPA.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT FECHADIA-CTL.
            IF DIA-CTL-STATUS NOT = 0
               DISPLAY 'LIVRO FECHADIA.CTL SEM ANOTACOES'
            ELSE
               PERFORM 2100-VARRE-DIA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE FECHADIA-CTL
               IF WRK-REFERENCIA = ZEROS
                  MOVE WRK-ULTIMA-REF TO WRK-REFERENCIA
               END-IF
               PERFORM 5000-INICIA-LISTA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT FECHADIA-CTL
               PERFORM 2200-LISTA-DIA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE FECHADIA-CTL
               PERFORM 5900-TERMINA-LISTA
            END-IF.

       2100-VARRE-DIA.
            READ FECHADIA-CTL
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF DIA-CTL-DATA-MOV > WRK-ULTIMA-REF
                     MOVE DIA-CTL-DATA-MOV TO WRK-ULTIMA-REF
                  END-IF
                  IF DIA-CTL-ETAPA > WRK-MAX-ETAPA
                     AND DIA-CTL-ETAPA NOT GREATER THAN 30
                     MOVE DIA-CTL-ETAPA TO WRK-MAX-ETAPA
                  END-IF
            END-READ.

       2200-LISTA-DIA.
            READ FECHADIA-CTL
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF DIA-CTL-DATA-MOV = WRK-REFERENCIA
                     MOVE DIA-CTL-REG TO WRK-CTL-LINHA
                     PERFORM 5100-MOSTRA-ETAPA
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Livro do fim de mes, no mesmo molde (referencia = AAAAMM).
      *----------------------------------------------------------------
       3000-LIVRO-MES.
            MOVE ZEROS TO WRK-ULTIMA-REF WRK-MAX-ETAPA.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT FECHAMES-CTL.
            IF MES-CTL-STATUS NOT = 0
               DISPLAY 'LIVRO FECHAMES.CTL SEM ANOTACOES'
            ELSE
               PERFORM 3100-VARRE-MES UNTIL WRK-FIM-ARQ = 'S'
               CLOSE FECHAMES-CTL
               IF WRK-REFERENCIA = ZEROS
                  MOVE WRK-ULTIMA-REF TO WRK-REFERENCIA
               END-IF
               PERFORM 5000-INICIA-LISTA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT FECHAMES-CTL
               PERFORM 3200-LISTA-MES UNTIL WRK-FIM-ARQ = 'S'
               CLOSE FECHAMES-CTL
               PERFORM 5900-TERMINA-LISTA
            END-IF.

       3100-VARRE-MES.
            READ FECHAMES-CTL
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF MES-CTL-ANOMES > WRK-ULTIMA-REF
                     MOVE MES-CTL-ANOMES TO WRK-ULTIMA-REF
                  END-IF
                  IF MES-CTL-ETAPA > WRK-MAX-ETAPA
                     AND MES-CTL-ETAPA NOT GREATER THAN 30
                     MOVE MES-CTL-ETAPA TO WRK-MAX-ETAPA
                  END-IF
            END-READ.

       3200-LISTA-MES.
            READ FECHAMES-CTL
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF MES-CTL-ANOMES = WRK-REFERENCIA
                     MOVE MES-CTL-ANOMES    TO WRK-CTL-REF
                     MOVE MES-CTL-ETAPA     TO WRK-CTL-ETAPA
                     MOVE MES-CTL-PROGRAMA  TO WRK-CTL-PROGRAMA
                     MOVE MES-CTL-HR-INICIO TO WRK-CTL-INICIO
                     MOVE MES-CTL-HR-FIM    TO WRK-CTL-FIM
                     MOVE MES-CTL-RC        TO WRK-CTL-RC
                     PERFORM 5100-MOSTRA-ETAPA
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Mensalidades: o livro so anota o mes gerado e os titulos.
      *----------------------------------------------------------------
       4000-LIVRO-MENSALID.
            MOVE ZEROS TO WRK-ULTIMA-REF WRK-QT-TITULOS.
            MOVE 'N' TO WRK-ACHOU.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT MENSALID-CTL.
            IF MEN-CTL-STATUS = 0
               PERFORM 4100-VARRE-MENSALID UNTIL WRK-FIM-ARQ = 'S'
               CLOSE MENSALID-CTL
            END-IF.
            IF WRK-REFERENCIA = ZEROS
               MOVE WRK-ULTIMA-REF TO WRK-REFERENCIA
               IF WRK-ULTIMA-REF NOT = ZEROS
                  MOVE 'S' TO WRK-ACHOU
               END-IF
            END-IF.
            DISPLAY '-------------------------------------------------'.
            DISPLAY 'MENSALIDADES - MES ' WRK-REFERENCIA(3:6).
            IF WRK-ACHOU = 'S'
               DISPLAY 'GERADAS - TITULOS: ' WRK-QT-TITULOS
            ELSE
               DISPLAY '*** PENDENTE - MES SEM GERACAO NO LIVRO'
            END-IF.

       4100-VARRE-MENSALID.
            READ MENSALID-CTL
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF MEN-CTL-ANOMES > WRK-ULTIMA-REF
                     MOVE MEN-CTL-ANOMES TO WRK-ULTIMA-REF
                     IF WRK-REFERENCIA = ZEROS
                        MOVE MEN-CTL-QT-TITULOS TO WRK-QT-TITULOS
                     END-IF
                  END-IF
                  IF MEN-CTL-ANOMES = WRK-REFERENCIA
                     MOVE 'S' TO WRK-ACHOU
                     MOVE MEN-CTL-QT-TITULOS TO WRK-QT-TITULOS
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Prepara a lista da referencia: zera os contadores e carrega
      * as linhas do historico de tempos do mesmo livro e referencia.
      *----------------------------------------------------------------
       5000-INICIA-LISTA.
            MOVE ZEROS TO WRK-QT-LINHAS WRK-QT-FALHAS WRK-QT-PENDENTES
                          WRK-QT-ALERTAS WRK-QT-HIST.
            MOVE ALL 'N' TO WRK-ETAPAS-OK.
            MOVE 'N' TO WRK-FIM-ARQ.
            OPEN INPUT OPSHIST.
            IF OPSHIST-STATUS = 0
               PERFORM 5010-CARREGA-HISTORICO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE OPSHIST
            END-IF.
            DISPLAY '-------------------------------------------------'
                    '----------------------'.
            IF WRK-LIVRO = 'D'
               DISPLAY 'FECHAMENTO DE DIA - MOVIMENTO ' WRK-REFERENCIA
            ELSE
               DISPLAY 'FECHAMENTO DE MES - MES ' WRK-REFERENCIA(3:6)
            END-IF.
            DISPLAY 'ET PROGRAMA   INICIO   FIM      SEGUNDOS  RC  '
                    'MEDIA   SITUACAO'.

       5010-CARREGA-HISTORICO.
            READ OPSHIST
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF OPH-LIVRO = WRK-LIVRO
                     AND OPH-REFERENCIA = WRK-REFERENCIA
                     AND WRK-QT-HIST < 200
                     ADD 1 TO WRK-QT-HIST
                     MOVE OPH-ETAPA     TO WRK-HIS-ETAPA(WRK-QT-HIST)
                     MOVE OPH-HR-INICIO TO WRK-HIS-INICIO(WRK-QT-HIST)
                     MOVE OPH-SITUACAO  TO
                          WRK-HIS-SITUACAO(WRK-QT-HIST)
                     MOVE OPH-MEDIA     TO WRK-HIS-MEDIA(WRK-QT-HIST)
                     MOVE OPH-ALERTA    TO WRK-HIS-ALERTA(WRK-QT-HIST)
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Uma anotacao do livro: duracao pelo inicio/fim (virada da
      * meia-noite incluida) e a marca - falha pelo RC, dispensa e
      * alerta pela linha do historico da mesma etapa e inicio.
      *----------------------------------------------------------------
       5100-MOSTRA-ETAPA.
            ADD 1 TO WRK-QT-LINHAS.
            MOVE WRK-CTL-INICIO TO WRK-HORA-INICIO.
            MOVE WRK-CTL-FIM    TO WRK-HORA-FIM.
            COMPUTE WRK-SEG-INICIO = WRK-INI-HH * 3600
                                   + WRK-INI-MM * 60 + WRK-INI-SS.
            COMPUTE WRK-SEG-FIM    = WRK-FIM-HH * 3600
                                   + WRK-FIM-MM * 60 + WRK-FIM-SS.
            IF WRK-SEG-FIM < WRK-SEG-INICIO
               ADD 86400 TO WRK-SEG-FIM
            END-IF.
            COMPUTE WRK-SEGUNDOS = WRK-SEG-FIM - WRK-SEG-INICIO.
            MOVE WRK-SEGUNDOS TO WRK-SEGUNDOS-EDIT.
            MOVE ZEROS TO WRK-MEDIA-EDIT.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 5110-PROCURA-HISTORICO
               VARYING WRK-IX-HIS FROM 1 BY 1
               UNTIL WRK-IX-HIS > WRK-QT-HIST
                  OR WRK-ACHOU = 'S'.
            EVALUATE TRUE
               WHEN WRK-CTL-RC NOT = ZEROS
                  MOVE '*** FALHOU' TO WRK-MARCA
                  ADD 1 TO WRK-QT-FALHAS
               WHEN WRK-ACHOU = 'S'
                    AND WRK-HIS-SITUACAO(WRK-IX-ACHADO) = 'D'
                  MOVE 'DISPENSADA' TO WRK-MARCA
               WHEN WRK-ACHOU = 'S'
                    AND WRK-HIS-ALERTA(WRK-IX-ACHADO) = 'S'
                  MOVE 'ACIMA DA MEDIA' TO WRK-MARCA
                  ADD 1 TO WRK-QT-ALERTAS
               WHEN OTHER
                  MOVE 'OK' TO WRK-MARCA
            END-EVALUATE.
            IF WRK-CTL-RC = ZEROS
               AND WRK-CTL-ETAPA NOT LESS THAN 1
               AND WRK-CTL-ETAPA NOT GREATER THAN 30
               MOVE 'S' TO WRK-ETAPA-OK(WRK-CTL-ETAPA)
            END-IF.
            DISPLAY WRK-CTL-ETAPA ' ' WRK-CTL-PROGRAMA ' '
                    WRK-CTL-INICIO ' ' WRK-CTL-FIM ' '
                    WRK-SEGUNDOS-EDIT ' ' WRK-CTL-RC ' '
                    WRK-MEDIA-EDIT ' ' WRK-MARCA.

       5110-PROCURA-HISTORICO.
            IF WRK-HIS-ETAPA(WRK-IX-HIS) = WRK-CTL-ETAPA
               AND WRK-HIS-INICIO(WRK-IX-HIS) = WRK-CTL-INICIO
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-IX-HIS TO WRK-IX-ACHADO
               MOVE WRK-HIS-MEDIA(WRK-IX-HIS) TO WRK-MEDIA-EDIT
            END-IF.

      *----------------------------------------------------------------
      * Etapas do livro sem anotacao de sucesso na referencia.
      *----------------------------------------------------------------
       5900-TERMINA-LISTA.
            IF WRK-QT-LINHAS = ZEROS
               DISPLAY 'NENHUMA ETAPA ANOTADA NA REFERENCIA'
            END-IF.
            PERFORM 5910-ETAPA-PENDENTE
               VARYING WRK-IX-ETA FROM 1 BY 1
               UNTIL WRK-IX-ETA > WRK-MAX-ETAPA.
            DISPLAY '-------------------------------------------------'
                    '----------------------'.
            DISPLAY 'ANOTACOES: ' WRK-QT-LINHAS
                    '  FALHAS: ' WRK-QT-FALHAS
                    '  PENDENTES: ' WRK-QT-PENDENTES
                    '  ACIMA DA MEDIA: ' WRK-QT-ALERTAS.

       5910-ETAPA-PENDENTE.
            IF WRK-ETAPA-OK(WRK-IX-ETA) = 'N'
               ADD 1 TO WRK-QT-PENDENTES
               DISPLAY WRK-IX-ETA ' *** PENDENTE - SEM EXECUCAO COM '
                       'RC ZERO NA REFERENCIA'
            END-IF.

      *END PROGRAM OPSMON.
