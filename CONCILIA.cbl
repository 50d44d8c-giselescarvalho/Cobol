      *           do fechamento. Relatorio em CONCILIA.REL (padrao
      *           REPCTL.COB/REPCAB.CPY). Roda como etapa final do
      *           FECHADIA, sem interacao com o operador.
      * Modification History:
      *  15/10/2026 GC - com mais de uma loja o FECHHIST traz um
      *                  registro por loja e o consolidado do dia
      *                  (FH-LOJA em branco): o relatorio lista o
      *                  total de cada loja e a comparacao com os
      *                  pedidos (que nao tem loja) usa o
      *                  consolidado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            05 FH-DINHEIRO      PIC 9(06)V99.
            05 FH-CARTAO        PIC 9(06)V99.
            05 FH-PIX           PIC 9(06)V99.
            05 FH-LOJA          PIC X(03).

       COPY 'PEDIDOS.CPY'.

      *----------------------------------------------------------------
       77 WRK-TOLERANCIA      PIC 9(03)V99 VALUE 1,00.
       77 WRK-BATIDO          PIC X(01) VALUE 'S'.
       77 WRK-QT-LOJAS        PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LJ           PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-LOJA      PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * Ultimo fechamento do dia de cada loja (so com o cadastro de
      * lojas; na loja unica fica vazia).
      *----------------------------------------------------------------
       01 WRK-LOJA-TAB.
            05 WRK-LJ-ITEM OCCURS 10 TIMES.
                10 WRK-LJ-CODIGO   PIC X(03).
                10 WRK-LJ-ACUM     PIC 9(06)V99.
       COPY 'RESUMO.CPY'.
       COPY 'REPCTL.COB'.


      *----------------------------------------------------------------
      * Vale o ultimo registro do dia no historico (uma reexecucao do
      * fechamento no mesmo dia anexa um registro novo); registro de
      * loja vai para a tabela por loja e o consolidado (loja em
      * branco) e o que se compara com os pedidos.
      *----------------------------------------------------------------
       2000-BUSCA-FECHAMENTO-DIA.
            READ FECHHIST
                  MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                  IF FH-DATA-MOV = WRK-DATA-MOV
                     IF FH-LOJA = SPACES
                        MOVE 'S' TO WRK-ACHOU-FECH
                        MOVE FH-ACUM TO WRK-TOTAL-FECH
                     ELSE
                        PERFORM 2100-GUARDA-LOJA
                     END-IF
                  END-IF
            END-READ.

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
                  MOVE FH-LOJA TO WRK-LJ-CODIGO(WRK-IX-LJ)
                  MOVE 'S' TO WRK-ACHOU-LOJA
               END-IF
            END-IF.
            IF WRK-ACHOU-LOJA = 'S'
               MOVE FH-ACUM TO WRK-LJ-ACUM(WRK-IX-LJ)
            END-IF.

       2110-LOCALIZA-LOJA.
            IF WRK-LJ-CODIGO(WRK-IX-LJ) = FH-LOJA
               MOVE 'S' TO WRK-ACHOU-LOJA
            END-IF.

       2500-SOMA-PEDIDOS-DIA.
            READ PEDIDOS NEXT RECORD
               AT END
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            PERFORM 2950-LINHA-LOJA
               VARYING WRK-IX-LJ FROM 1 BY 1
               UNTIL WRK-IX-LJ > WRK-QT-LOJAS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL DO FECHAMENTO....: ' DELIMITED BY SIZE
                   WRK-TOTAL-FECH              DELIMITED BY SIZE
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2950-LINHA-LOJA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '  FECHAMENTO DA LOJA '  DELIMITED BY SIZE
                   WRK-LJ-CODIGO(WRK-IX-LJ) DELIMITED BY SIZE
                   ': '                     DELIMITED BY SIZE
                   WRK-LJ-ACUM(WRK-IX-LJ)   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            CLOSE FECHHIST.
            CLOSE PEDIDOS.
