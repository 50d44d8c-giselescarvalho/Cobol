      *                  gravado pelo driver de fim de mes
      *                  (FECHAMESD.cbl); sem o arquivo o operador
      *                  digita, como sempre.
      *  15/10/2026 GC - com mais de uma loja o FECHHIST traz um
      *                  registro por loja e o consolidado do dia
      *                  (FH-LOJA em branco): a evolucao diaria, os
      *                  totais e a comparacao com o mes anterior
      *                  usam so o consolidado, e uma secao nova
      *                  abre o mes por loja (ultimo registro do dia
      *                  de cada loja, nome do cadastro LOJAS.DAT).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'ANOMES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMES-ARQ-STATUS.
      * Cadastro de lojas (LOJA.cbl), so para o nome na secao por
      * loja; sem ele a secao sai so com o codigo.
           SELECT LOJAS
             ASSIGN TO 'LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOJAS-STATUS
               RECORD KEY IS LOJA-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       FD FECHHIST.
            05 FH-DINHEIRO      PIC 9(06)V99.
            05 FH-CARTAO        PIC 9(06)V99.
            05 FH-PIX           PIC 9(06)V99.
            05 FH-LOJA          PIC X(03).

       FD ANOMES-ARQ.
       01 ANOMES-ARQ-REG.
       FD FECHAMES-REL.
       01 FECHAMES-REL-REG      PIC X(132).

       COPY 'LOJAS.CPY'.

       WORKING-STORAGE SECTION.
       77 FECHHIST-STATUS     PIC 9(02).
       77 FECHAMES-REL-STATUS PIC 9(02).
       77 WRK-TOT-MES-ANT     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO        PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 LOJAS-STATUS        PIC 9(02).
       77 WRK-TEM-CAD-LOJAS   PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-LOJA      PIC X(01) VALUE 'N'.
       77 WRK-QT-LOJAS        PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LJ           PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * Um balde por dia do mes; reexecucao do fechamento no mesmo
      * dia sobrepoe o balde (vale o ultimo registro).
            05 WRK-DIA-ANT-ITEM OCCURS 31 TIMES.
                10 WRK-DIA-ANT-TEM  PIC X(01).
                10 WRK-DIA-ANT-ACUM PIC 9(06)V99.
      *----------------------------------------------------------------
      * Baldes por loja e dia do mes (registros com FH-LOJA), com o
      * mesmo criterio de ultimo registro do dia, e os totais do mes
      * de cada loja.
      *----------------------------------------------------------------
       01 WRK-LOJAS-MES-TAB.
            05 WRK-LJM-ITEM OCCURS 10 TIMES.
                10 WRK-LJM-CODIGO     PIC X(03).
                10 WRK-LJM-QT-DIAS    PIC 9(02).
                10 WRK-LJM-TOT-ACUM   PIC 9(09)V99.
                10 WRK-LJM-TOT-DINHEIRO PIC 9(09)V99.
                10 WRK-LJM-TOT-CARTAO PIC 9(09)V99.
                10 WRK-LJM-TOT-PIX    PIC 9(09)V99.
                10 WRK-LJM-DIA OCCURS 31 TIMES.
                    15 WRK-LJM-DIA-TEM      PIC X(01).
                    15 WRK-LJM-DIA-ACUM     PIC 9(06)V99.
                    15 WRK-LJM-DIA-DINHEIRO PIC 9(06)V99.
                    15 WRK-LJM-DIA-CARTAO   PIC 9(06)V99.
                    15 WRK-LJM-DIA-PIX      PIC 9(06)V99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
            GOBACK.

       1000-INICIAR.
            MOVE ZEROS TO WRK-DIAS-TAB WRK-DIAS-ANT-TAB
                          WRK-LOJAS-MES-TAB.
            OPEN INPUT ANOMES-ARQ.
            IF ANOMES-ARQ-STATUS = 0
               READ ANOMES-ARQ
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FH-LOJA NOT = SPACES
                     IF FH-DATA-MOV(1:6) = WRK-ANOMES
                        PERFORM 2100-GUARDA-LOJA
                     END-IF
                  ELSE
                     PERFORM 2050-GUARDA-CONSOLIDADO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Registro consolidado do dia (ou de antes do cadastro de
      * lojas): evolucao diaria e comparacao com o mes anterior.
      *----------------------------------------------------------------
       2050-GUARDA-CONSOLIDADO.
            IF FH-DATA-MOV(1:6) = WRK-ANOMES
               MOVE FH-DATA-MOV(7:2) TO WRK-DIA
               SET WRK-IX-DIA TO WRK-DIA
               MOVE 'S'         TO WRK-DIA-TEM(WRK-IX-DIA)
               MOVE FH-ACUM     TO WRK-DIA-ACUM(WRK-IX-DIA)
               MOVE FH-DINHEIRO
                 TO WRK-DIA-DINHEIRO(WRK-IX-DIA)
               MOVE FH-CARTAO   TO WRK-DIA-CARTAO(WRK-IX-DIA)
               MOVE FH-PIX      TO WRK-DIA-PIX(WRK-IX-DIA)
            END-IF.
            IF FH-DATA-MOV(1:6) = WRK-ANOMES-ANT
               MOVE FH-DATA-MOV(7:2) TO WRK-DIA
               MOVE 'S'     TO WRK-DIA-ANT-TEM(WRK-DIA)
               MOVE FH-ACUM TO WRK-DIA-ANT-ACUM(WRK-DIA)
            END-IF.

       2100-GUARDA-LOJA.
            MOVE 'N' TO WRK-ACHOU-LOJA.
            PERFORM 2110-LOCALIZA-LOJA
               VARYING WRK-IX-LJ FROM 1 BY 1
               UNTIL WRK-IX-LJ > WRK-QT-LOJAS
                  OR WRK-ACHOU-LOJA = 'S'.
            IF WRK-ACHOU-LOJA = 'S'
               SUBTRACT 1 FROM WRK-IX-LJ
            ELSE
               IF WRK-QT-LOJAS < 10
                  ADD 1 TO WRK-QT-LOJAS
                  MOVE WRK-QT-LOJAS TO WRK-IX-LJ
                  MOVE FH-LOJA TO WRK-LJM-CODIGO(WRK-IX-LJ)
                  MOVE 'S' TO WRK-ACHOU-LOJA
               END-IF
            END-IF.
            IF WRK-ACHOU-LOJA = 'S'
               MOVE FH-DATA-MOV(7:2) TO WRK-DIA
               MOVE 'S' TO WRK-LJM-DIA-TEM(WRK-IX-LJ WRK-DIA)
               MOVE FH-ACUM TO WRK-LJM-DIA-ACUM(WRK-IX-LJ WRK-DIA)
               MOVE FH-DINHEIRO
                 TO WRK-LJM-DIA-DINHEIRO(WRK-IX-LJ WRK-DIA)
               MOVE FH-CARTAO
                 TO WRK-LJM-DIA-CARTAO(WRK-IX-LJ WRK-DIA)
               MOVE FH-PIX TO WRK-LJM-DIA-PIX(WRK-IX-LJ WRK-DIA)
            END-IF.

       2110-LOCALIZA-LOJA.
            IF WRK-LJM-CODIGO(WRK-IX-LJ) = FH-LOJA
               MOVE 'S' TO WRK-ACHOU-LOJA
            END-IF.

       2500-TOTALIZA.
            PERFORM 2510-SOMA-DIA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31.
            PERFORM 2520-SOMA-LOJA
               VARYING WRK-IX-LJ FROM 1 BY 1
               UNTIL WRK-IX-LJ > WRK-QT-LOJAS.

       2520-SOMA-LOJA.
            PERFORM 2530-SOMA-DIA-LOJA
               VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31.

       2530-SOMA-DIA-LOJA.
            IF WRK-LJM-DIA-TEM(WRK-IX-LJ WRK-DIA) = 'S'
               ADD 1 TO WRK-LJM-QT-DIAS(WRK-IX-LJ)
               ADD WRK-LJM-DIA-ACUM(WRK-IX-LJ WRK-DIA)
                 TO WRK-LJM-TOT-ACUM(WRK-IX-LJ)
               ADD WRK-LJM-DIA-DINHEIRO(WRK-IX-LJ WRK-DIA)
                 TO WRK-LJM-TOT-DINHEIRO(WRK-IX-LJ)
               ADD WRK-LJM-DIA-CARTAO(WRK-IX-LJ WRK-DIA)
                 TO WRK-LJM-TOT-CARTAO(WRK-IX-LJ)
               ADD WRK-LJM-DIA-PIX(WRK-IX-LJ WRK-DIA)
                 TO WRK-LJM-TOT-PIX(WRK-IX-LJ)
            END-IF.

       2510-SOMA-DIA.
            SET WRK-IX-DIA TO WRK-DIA.
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-QT-LOJAS > 0
               PERFORM 2700-IMPRIME-LOJAS
            END-IF.
            PERFORM 9995-RODAPE-RPT.

       2610-IMPRIME-DIA.
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Abertura do mes por loja; o consolidado e o total do mes
      * impresso acima.
      *----------------------------------------------------------------
       2700-IMPRIME-LOJAS.
            OPEN INPUT LOJAS.
            IF LOJAS-STATUS = 0
               MOVE 'S' TO WRK-TEM-CAD-LOJAS
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '-- POR LOJA (LOJA / DIAS / TOTAL / DINHEIRO / '
                   DELIMITED BY SIZE
                   'CARTAO / PIX) --' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2710-IMPRIME-LOJA
               VARYING WRK-IX-LJ FROM 1 BY 1
               UNTIL WRK-IX-LJ > WRK-QT-LOJAS.
            IF WRK-TEM-CAD-LOJAS = 'S'
               CLOSE LOJAS
            END-IF.

       2710-IMPRIME-LOJA.
            MOVE SPACES TO LOJA-NOME.
            IF WRK-TEM-CAD-LOJAS = 'S'
               MOVE WRK-LJM-CODIGO(WRK-IX-LJ) TO LOJA-CODIGO
               READ LOJAS
                  INVALID KEY
                     MOVE '(SEM CADASTRO)' TO LOJA-NOME
               END-READ
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-LJM-CODIGO(WRK-IX-LJ) DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   LOJA-NOME(1:20)           DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WRK-LJM-QT-DIAS(WRK-IX-LJ) DELIMITED BY SIZE
                   '  '                      DELIMITED BY SIZE
                   WRK-LJM-TOT-ACUM(WRK-IX-LJ) DELIMITED BY SIZE
                   '  '                      DELIMITED BY SIZE
                   WRK-LJM-TOT-DINHEIRO(WRK-IX-LJ) DELIMITED BY SIZE
                   '  '                      DELIMITED BY SIZE
                   WRK-LJM-TOT-CARTAO(WRK-IX-LJ) DELIMITED BY SIZE
                   '  '                      DELIMITED BY SIZE
                   WRK-LJM-TOT-PIX(WRK-IX-LJ) DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            CLOSE FECHHIST.
            DISPLAY '-------------------------------------'.
