      *           de assinar o dia. Sem CAIXADEC.TXT do dia o passo
      *           bloqueia com RETURN-CODE 16 - a gaveta tem que ser
      *           contada.
      * Modification History:
      *  15/10/2026 GC - conferencia por loja: com o cadastro de lojas
      *                  (LOJAS.DAT) cada loja ativa declara a sua
      *                  gaveta (DEC-LOJA em CAIXADEC.TXT) e e
      *                  conferida contra o registro dela no
      *                  FECHHIST (FH-LOJA). Loja sem declaracao ou
      *                  sem fechamento bloqueia (RETURN-CODE 16);
      *                  loja fora da tolerancia devolve 8. Sem o
      *                  cadastro a conferencia e a da loja unica.
      *  15/10/2026 GC - dinheiro esperado na gaveta: o dinheiro do
      *                  fechamento passa a ser somado aos fundos de
      *                  troco e suprimentos e diminuido das sangrias
      *                  dos turnos do dia (CAIXAMOV.TXT, gravado pelo
      *                  PDV), e a contagem e conferida contra esse
      *                  esperado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'CAIXACONF.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAIXACONF-REL-STATUS.
      * Cadastro de lojas (LOJA.cbl): uma gaveta por loja ativa.
           SELECT LOJAS
             ASSIGN TO 'LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOJAS-STATUS
               RECORD KEY IS LOJA-CODIGO.
      * Movimento de gaveta dos turnos do PDV (opcional).
           SELECT CAIXAMOV
             ASSIGN TO 'CAIXAMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAIXAMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAIXADEC.
            05 DEC-DINHEIRO  PIC 9(06)V99.
            05 DEC-CARTAO    PIC 9(06)V99.
            05 DEC-PIX       PIC 9(06)V99.
      *     loja da gaveta contada (em branco na loja unica)
            05 DEC-LOJA      PIC X(03).

       FD FECHHIST.
       01 FH-REG.
            05 FH-DINHEIRO      PIC 9(06)V99.
            05 FH-CARTAO        PIC 9(06)V99.
            05 FH-PIX           PIC 9(06)V99.
            05 FH-LOJA          PIC X(03).

       FD CAIXACONF-REL.
       01 CAIXACONF-REL-REG    PIC X(132).

       COPY 'LOJAS.CPY'.

       COPY 'CAIXAMOV.CPY'.

       WORKING-STORAGE SECTION.
       77 CAIXADEC-STATUS      PIC 9(02).
       77 FECHHIST-STATUS      PIC 9(02).
       77 WRK-DIF-PIX          PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DIF-ED           PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ABS          PIC 9(07)V99 VALUE ZEROS.
       77 LOJAS-STATUS         PIC 9(02).
       77 WRK-MODO-LOJAS       PIC X(01) VALUE 'N'.
       77 WRK-FIM-LOJAS        PIC X(01) VALUE 'N'.
       77 WRK-ESTOUROU-LOJA    PIC X(01) VALUE 'N'.
       77 WRK-QT-LOJAS         PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LOJA          PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LJ            PIC 9(02) VALUE ZEROS.
       77 CAIXAMOV-STATUS      PIC 9(02).
       77 WRK-ESP-DINHEIRO     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC -ZZZ.ZZ9,99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Gavetas a conferir: uma por loja ativa ou, na loja unica, uma
      * ocorrencia com codigo em branco.
      *----------------------------------------------------------------
       01 WRK-CAIXA-TAB.
            05 WRK-CX-ITEM OCCURS 10 TIMES.
                10 WRK-CX-LOJA       PIC X(03).
                10 WRK-CX-TEM-DEC    PIC X(01).
                10 WRK-CX-TEM-FECH   PIC X(01).
                10 WRK-CX-DEC-DINHEIRO PIC 9(06)V99.
                10 WRK-CX-DEC-CARTAO PIC 9(06)V99.
                10 WRK-CX-DEC-PIX    PIC 9(06)V99.
                10 WRK-CX-FH-DINHEIRO PIC 9(06)V99.
                10 WRK-CX-FH-CARTAO  PIC 9(06)V99.
                10 WRK-CX-FH-PIX     PIC 9(06)V99.
      *         movimento de gaveta dos turnos do dia (CAIXAMOV.TXT)
                10 WRK-CX-FUNDO      PIC 9(07)V99.
                10 WRK-CX-SUPR       PIC 9(07)V99.
                10 WRK-CX-SANGR      PIC 9(07)V99.
       01 WRK-DECLARADO.
            05 WRK-DEC-DINHEIRO PIC 9(06)V99.
            05 WRK-DEC-CARTAO   PIC 9(06)V99.
            ELSE
               MOVE 'CONFERENCIA DE CAIXA' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               PERFORM 1050-CARREGA-LOJAS
               PERFORM 1100-LE-DECLARACAO
               PERFORM 1200-LE-FECHAMENTO-DIA
               PERFORM 1300-LE-CAIXAMOV
            END-IF.

      *----------------------------------------------------------------
      * Lojas ativas do cadastro ou, sem cadastro (ou sem loja
      * ativa), a gaveta unica de sempre.
      *----------------------------------------------------------------
       1050-CARREGA-LOJAS.
            MOVE ZEROS TO WRK-QT-LOJAS.
            OPEN INPUT LOJAS.
            IF LOJAS-STATUS = 0
               MOVE 'N' TO WRK-FIM-LOJAS
               MOVE LOW-VALUES TO LOJA-CODIGO
               START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-LOJAS
               END-START
               PERFORM 1060-LE-LOJA UNTIL WRK-FIM-LOJAS = 'S'
               CLOSE LOJAS
            END-IF.
            IF WRK-QT-LOJAS = 0
               MOVE 1 TO WRK-QT-LOJAS WRK-IX-LJ
               PERFORM 1065-INICIA-LOJA
            ELSE
               MOVE 'S' TO WRK-MODO-LOJAS
            END-IF.

       1060-LE-LOJA.
            READ LOJAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOJAS
               NOT AT END
                  IF LOJA-ATIVA AND WRK-QT-LOJAS < 10
                     ADD 1 TO WRK-QT-LOJAS
                     MOVE WRK-QT-LOJAS TO WRK-IX-LJ
                     PERFORM 1065-INICIA-LOJA
                     MOVE LOJA-CODIGO TO WRK-CX-LOJA(WRK-IX-LJ)
                  END-IF
            END-READ.

       1065-INICIA-LOJA.
            MOVE SPACES TO WRK-CX-LOJA(WRK-IX-LJ).
            MOVE 'N' TO WRK-CX-TEM-DEC(WRK-IX-LJ)
                        WRK-CX-TEM-FECH(WRK-IX-LJ).
            MOVE ZEROS TO WRK-CX-DEC-DINHEIRO(WRK-IX-LJ)
                          WRK-CX-DEC-CARTAO(WRK-IX-LJ)
                          WRK-CX-DEC-PIX(WRK-IX-LJ)
                          WRK-CX-FH-DINHEIRO(WRK-IX-LJ)
                          WRK-CX-FH-CARTAO(WRK-IX-LJ)
                          WRK-CX-FH-PIX(WRK-IX-LJ)
                          WRK-CX-FUNDO(WRK-IX-LJ)
                          WRK-CX-SUPR(WRK-IX-LJ)
                          WRK-CX-SANGR(WRK-IX-LJ).

      *----------------------------------------------------------------
      * Vale a ultima declaracao do dia de cada loja (o operador pode
      * recontar e redeclarar).
      *----------------------------------------------------------------
       1100-LE-DECLARACAO.
            OPEN INPUT CAIXADEC.
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF DEC-DATA-MOV = WRK-DATA-HOJE
                     PERFORM 1120-GUARDA-DECLARACAO
                        VARYING WRK-IX-LJ FROM 1 BY 1
                        UNTIL WRK-IX-LJ > WRK-QT-LOJAS
                  END-IF
            END-READ.

       1120-GUARDA-DECLARACAO.
            IF WRK-CX-LOJA(WRK-IX-LJ) = DEC-LOJA
               MOVE 'S' TO WRK-CX-TEM-DEC(WRK-IX-LJ)
               MOVE DEC-DINHEIRO TO WRK-CX-DEC-DINHEIRO(WRK-IX-LJ)
               MOVE DEC-CARTAO   TO WRK-CX-DEC-CARTAO(WRK-IX-LJ)
               MOVE DEC-PIX      TO WRK-CX-DEC-PIX(WRK-IX-LJ)
            END-IF.

      *----------------------------------------------------------------
      * Vale o ultimo registro do dia da loja no historico
      * (fechamento reexecutado sobrepoe), como no FECHAMES; na loja
      * unica, o registro de loja em branco.
      *----------------------------------------------------------------
       1200-LE-FECHAMENTO-DIA.
            OPEN INPUT FECHHIST.
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FH-DATA-MOV = WRK-DATA-HOJE
                     PERFORM 1220-GUARDA-FECHAMENTO
                        VARYING WRK-IX-LJ FROM 1 BY 1
                        UNTIL WRK-IX-LJ > WRK-QT-LOJAS
                  END-IF
            END-READ.

       1220-GUARDA-FECHAMENTO.
            IF WRK-CX-LOJA(WRK-IX-LJ) = FH-LOJA
               MOVE 'S' TO WRK-CX-TEM-FECH(WRK-IX-LJ)
               MOVE FH-DINHEIRO TO WRK-CX-FH-DINHEIRO(WRK-IX-LJ)
               MOVE FH-CARTAO   TO WRK-CX-FH-CARTAO(WRK-IX-LJ)
               MOVE FH-PIX      TO WRK-CX-FH-PIX(WRK-IX-LJ)
            END-IF.

      *----------------------------------------------------------------
      * Fundos de troco, suprimentos e sangrias dos turnos do dia,
      * somados por loja. Sem CAIXAMOV.TXT a gaveta e conferida so
      * contra as vendas em dinheiro, como antes dos turnos.
      *----------------------------------------------------------------
       1300-LE-CAIXAMOV.
            OPEN INPUT CAIXAMOV.
            IF CAIXAMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 1310-LE-LINHA-CXM UNTIL WRK-FIM-ARQ = 'S'
               CLOSE CAIXAMOV
            END-IF.

       1310-LE-LINHA-CXM.
            READ CAIXAMOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CXM-DATA-MOV = WRK-DATA-HOJE
                     PERFORM 1320-GUARDA-CAIXAMOV
                        VARYING WRK-IX-LJ FROM 1 BY 1
                        UNTIL WRK-IX-LJ > WRK-QT-LOJAS
                  END-IF
            END-READ.

       1320-GUARDA-CAIXAMOV.
            IF WRK-CX-LOJA(WRK-IX-LJ) = CXM-LOJA
               EVALUATE TRUE
                  WHEN CXM-ABERTURA
                     ADD CXM-VALOR TO WRK-CX-FUNDO(WRK-IX-LJ)
                  WHEN CXM-SUPRIMENTO
                     ADD CXM-VALOR TO WRK-CX-SUPR(WRK-IX-LJ)
                  WHEN CXM-SANGRIA
                     ADD CXM-VALOR TO WRK-CX-SANGR(WRK-IX-LJ)
               END-EVALUATE
            END-IF.

       2000-CONFERE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'DATA DO MOVIMENTO: ' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2050-CONFERE-LOJA
               VARYING WRK-IX-LOJA FROM 1 BY 1
               UNTIL WRK-IX-LOJA > WRK-QT-LOJAS.
            PERFORM 9995-RODAPE-RPT.
            CLOSE CAIXACONF-REL.

       2050-CONFERE-LOJA.
            MOVE WRK-CX-TEM-DEC(WRK-IX-LOJA)  TO WRK-TEM-DECLARACAO.
            MOVE WRK-CX-TEM-FECH(WRK-IX-LOJA) TO WRK-TEM-FECHAMENTO.
            MOVE WRK-CX-DEC-DINHEIRO(WRK-IX-LOJA) TO WRK-DEC-DINHEIRO.
            MOVE WRK-CX-DEC-CARTAO(WRK-IX-LOJA)   TO WRK-DEC-CARTAO.
            MOVE WRK-CX-DEC-PIX(WRK-IX-LOJA)      TO WRK-DEC-PIX.
            MOVE WRK-CX-FH-DINHEIRO(WRK-IX-LOJA)  TO WRK-FH-DINHEIRO.
            MOVE WRK-CX-FH-CARTAO(WRK-IX-LOJA)    TO WRK-FH-CARTAO.
            MOVE WRK-CX-FH-PIX(WRK-IX-LOJA)       TO WRK-FH-PIX.
            MOVE 'N' TO WRK-ESTOUROU-LOJA.
            IF WRK-MODO-LOJAS = 'S'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               STRING '-- LOJA ' DELIMITED BY SIZE
                      WRK-CX-LOJA(WRK-IX-LOJA) DELIMITED BY SIZE
                      ' --' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            EVALUATE TRUE
               WHEN WRK-TEM-DECLARACAO = 'N'
                  MOVE 'SEM CAIXADEC.TXT DO DIA - GAVETA NAO CONTADA'
               WHEN OTHER
                  PERFORM 2100-COMPARA-FORMAS
            END-EVALUATE.

       2100-COMPARA-FORMAS.
            COMPUTE WRK-ESP-DINHEIRO = WRK-FH-DINHEIRO
                    + WRK-CX-FUNDO(WRK-IX-LOJA)
                    + WRK-CX-SUPR(WRK-IX-LOJA)
                    - WRK-CX-SANGR(WRK-IX-LOJA).
            COMPUTE WRK-DIF-DINHEIRO =
                    WRK-DEC-DINHEIRO - WRK-ESP-DINHEIRO.
            COMPUTE WRK-DIF-CARTAO =
                    WRK-DEC-CARTAO - WRK-FH-CARTAO.
            COMPUTE WRK-DIF-PIX =
                    WRK-DEC-PIX - WRK-FH-PIX.
            MOVE 'DINHEIRO' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2150-LINHAS-GAVETA.
            MOVE WRK-DIF-DINHEIRO TO WRK-DIF-ED.
            PERFORM 2200-LINHA-FORMA.
            MOVE WRK-DIF-DINHEIRO TO WRK-DIF-ABS.
            PERFORM 2300-CHECA-TOLERANCIA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-ESTOUROU-LOJA = 'S'
               MOVE '*** DIFERENCA ACIMA DA TOLERANCIA ***'
                 TO RPT-LINHA-IMPRESSA
            ELSE
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Composicao do dinheiro esperado na gaveta.
      *----------------------------------------------------------------
       2150-LINHAS-GAVETA.
            MOVE WRK-FH-DINHEIRO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   VENDAS EM DINHEIRO.....: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-CX-FUNDO(WRK-IX-LOJA) TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   (+) FUNDOS DE TROCO....: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-CX-SUPR(WRK-IX-LOJA) TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   (+) SUPRIMENTOS........: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-CX-SANGR(WRK-IX-LOJA) TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   (-) SANGRIAS...........: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-ESP-DINHEIRO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   (=) ESPERADO NA GAVETA.: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-DEC-DINHEIRO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   CONTADO NA GAVETA......: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2200-LINHA-FORMA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   DIFERENCA (CONTADO - ESPERADO): '
                   DELIMITED BY SIZE
                   WRK-DIF-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
       2300-CHECA-TOLERANCIA.
            IF WRK-DIF-ABS > WRK-TOLERANCIA
               MOVE 'S' TO WRK-ESTOUROU-TOLER
               MOVE 'S' TO WRK-ESTOUROU-LOJA
            END-IF.

       3000-FINALIZAR.
