      *           do imposto deixa de ser sessao de maquina de somar
      *           sobre FATURA.REL impresso. Notas de credito saem
      *           listadas como abatimento, fora da soma de imposto.
      * Modification History:
      *  15/10/2026 GC - apuracao por UF de destino e aliquota: os itens
      *                  das faturas do mes (FAT-UF-DESTINO/FAT-ALIQ-
      *                  ICMS/FAT-DIFAL, gravados pelo FATURA.cbl com a
      *                  tabela ICMSUF.DAT) sao somados por UF x
      *                  aliquota - base, ICMS e DIFAL - num quadro
      *                  apos os totais do mes, pronto para as guias
      *                  estaduais; itens antigos sem UF saem na linha
      *                  '--'.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       01 WRK-FECH-DIAS.
            05 WRK-FECH-DIA OCCURS 31 TIMES PIC 9(06)V99.
      *----------------------------------------------------------------
      * Apuracao por UF de destino x aliquota, mantida em ordem de UF
      * e aliquota na insercao (o quadro sai na ordem da tabela).
      *----------------------------------------------------------------
       77 WRK-QT-APUR         PIC 9(03) VALUE ZEROS.
       77 WRK-IX-VARRE        PIC 9(03) VALUE ZEROS.
       77 WRK-IX-DESLOCA      PIC 9(03) VALUE ZEROS.
       77 WRK-POS-APUR        PIC 9(03) VALUE ZEROS.
       77 WRK-APUR-ACHOU      PIC X(01) VALUE 'N'.
       77 WRK-APUR-DESCART    PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-ITEM       PIC 9(11)V99 VALUE ZEROS.
       01 WRK-APUR-NOVA.
            05 WRK-APN-UF         PIC X(02).
            05 WRK-APN-ALIQ       PIC 9(02)V99.
       01 WRK-APUR-TAB.
            05 WRK-APUR-ITEM OCCURS 100 TIMES INDEXED BY WRK-IX-A.
                10 WRK-APUR-CHAVE.
                    15 WRK-APUR-UF    PIC X(02).
                    15 WRK-APUR-ALIQ  PIC 9(02)V99.
                10 WRK-APUR-BASE  PIC 9(13)V99.
                10 WRK-APUR-ICMS  PIC 9(11)V99.
                10 WRK-APUR-DIFAL PIC 9(11)V99.
       77 WRK-APUR-TOT-BASE   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-APUR-TOT-ICMS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-APUR-TOT-DIFAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ALIQ-ED         PIC Z9,99 VALUE ZEROS.
       77 WRK-BASE-ED         PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ICMS-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIFAL-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
                     MOVE FAT-IMPOSTO TO ORD-IMPOSTO
                     RELEASE ORD-REG
                  END-IF
                  IF FAT-ITEM-REG
                     AND FAT-DATA(1:6) = WRK-ANOMES
                     PERFORM 2200-ACUMULA-APURACAO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Soma o item na linha UF x aliquota; linha nova entra na
      * posicao certa da ordem, deslocando as seguintes.
      *----------------------------------------------------------------
       2200-ACUMULA-APURACAO.
            IF FAT-UF-DESTINO = SPACES OR FAT-UF-DESTINO = LOW-VALUES
               MOVE '--' TO WRK-APN-UF
            ELSE
               MOVE FAT-UF-DESTINO TO WRK-APN-UF
            END-IF.
            IF FAT-ALIQ-ICMS NOT NUMERIC
               MOVE ZEROS TO WRK-APN-ALIQ
            ELSE
               MOVE FAT-ALIQ-ICMS TO WRK-APN-ALIQ
            END-IF.
            MOVE 'N' TO WRK-APUR-ACHOU.
            MOVE ZEROS TO WRK-POS-APUR.
            PERFORM 2210-PROCURA-APURACAO
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-APUR
                  OR WRK-APUR-ACHOU = 'S'
                  OR WRK-POS-APUR NOT = ZEROS.
            IF WRK-APUR-ACHOU = 'N'
               AND WRK-QT-APUR NOT < 100
               ADD 1 TO WRK-APUR-DESCART
            ELSE
               PERFORM 2230-SOMA-APURACAO
            END-IF.

       2210-PROCURA-APURACAO.
            SET WRK-IX-A TO WRK-IX-VARRE.
            IF WRK-APUR-CHAVE(WRK-IX-A) = WRK-APUR-NOVA
               MOVE 'S' TO WRK-APUR-ACHOU
            ELSE
               IF WRK-APUR-CHAVE(WRK-IX-A) > WRK-APUR-NOVA
                  MOVE WRK-IX-VARRE TO WRK-POS-APUR
               END-IF
            END-IF.

       2230-SOMA-APURACAO.
            IF WRK-APUR-ACHOU = 'N'
               IF WRK-POS-APUR = ZEROS
                  COMPUTE WRK-POS-APUR = WRK-QT-APUR + 1
               END-IF
               PERFORM 2220-DESLOCA-APURACAO
                  VARYING WRK-IX-DESLOCA FROM WRK-QT-APUR BY -1
                  UNTIL WRK-IX-DESLOCA < WRK-POS-APUR
               ADD 1 TO WRK-QT-APUR
               SET WRK-IX-A TO WRK-POS-APUR
               MOVE WRK-APUR-NOVA TO WRK-APUR-CHAVE(WRK-IX-A)
               MOVE ZEROS TO WRK-APUR-BASE(WRK-IX-A)
                             WRK-APUR-ICMS(WRK-IX-A)
                             WRK-APUR-DIFAL(WRK-IX-A)
            END-IF.
            COMPUTE WRK-BASE-ITEM = FAT-TOTAL - FAT-IMPOSTO.
            ADD WRK-BASE-ITEM TO WRK-APUR-BASE(WRK-IX-A).
            ADD FAT-IMPOSTO TO WRK-APUR-ICMS(WRK-IX-A).
            IF FAT-DIFAL NUMERIC
               ADD FAT-DIFAL TO WRK-APUR-DIFAL(WRK-IX-A)
            END-IF.

       2220-DESLOCA-APURACAO.
            MOVE WRK-APUR-ITEM(WRK-IX-DESLOCA)
              TO WRK-APUR-ITEM(WRK-IX-DESLOCA + 1).

       4000-IMPRIME-LIVRO.
            PERFORM 4100-IMPRIME-FATURA UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'N'
               PERFORM 4300-TOTAL-DIA
            END-IF.
            PERFORM 4500-TOTAIS-MES.
            PERFORM 4700-APURACAO-UF.
            PERFORM 4600-CONCILIA-FECHAMENTO.
            PERFORM 9995-RODAPE-RPT.
            CLOSE LIVROFIS-REL.
       4620-SOMA-DIA.
            ADD WRK-FECH-DIA(WRK-DIA) TO WRK-FECH-MES.

      *----------------------------------------------------------------
      * Quadro de apuracao por UF de destino e aliquota (itens de
      * fatura do mes; notas de credito ficam fora, como no imposto
      * do mes): base de calculo, ICMS e DIFAL de cada linha.
      *----------------------------------------------------------------
       4700-APURACAO-UF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- APURACAO POR UF DE DESTINO E ALIQUOTA --'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'UF  ALIQ.    BASE DE CALCULO              ICMS'
              TO RPT-LINHA-IMPRESSA.
            MOVE 'DIFAL' TO RPT-LINHA-IMPRESSA(60:5).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE ZEROS TO WRK-APUR-TOT-BASE WRK-APUR-TOT-ICMS
                          WRK-APUR-TOT-DIFAL.
            PERFORM 4710-IMPRIME-APURACAO
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-APUR.
            MOVE WRK-APUR-TOT-BASE  TO WRK-BASE-ED.
            MOVE WRK-APUR-TOT-ICMS  TO WRK-ICMS-ED.
            MOVE WRK-APUR-TOT-DIFAL TO WRK-DIFAL-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL     ' DELIMITED BY SIZE
                   WRK-BASE-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-ICMS-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-DIFAL-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-APUR-DESCART > ZEROS
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'ITENS FORA DO QUADRO (MAIS DE 100 LINHAS): '
                      DELIMITED BY SIZE
                      WRK-APUR-DESCART DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4710-IMPRIME-APURACAO.
            SET WRK-IX-A TO WRK-IX-VARRE.
            ADD WRK-APUR-BASE(WRK-IX-A)  TO WRK-APUR-TOT-BASE.
            ADD WRK-APUR-ICMS(WRK-IX-A)  TO WRK-APUR-TOT-ICMS.
            ADD WRK-APUR-DIFAL(WRK-IX-A) TO WRK-APUR-TOT-DIFAL.
            MOVE WRK-APUR-ALIQ(WRK-IX-A)  TO WRK-ALIQ-ED.
            MOVE WRK-APUR-BASE(WRK-IX-A)  TO WRK-BASE-ED.
            MOVE WRK-APUR-ICMS(WRK-IX-A)  TO WRK-ICMS-ED.
            MOVE WRK-APUR-DIFAL(WRK-IX-A) TO WRK-DIFAL-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-APUR-UF(WRK-IX-A) DELIMITED BY SIZE
                   '  '         DELIMITED BY SIZE
                   WRK-ALIQ-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-BASE-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-ICMS-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-DIFAL-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            IF FATURAS-STATUS = 0
               CLOSE FATURAS
