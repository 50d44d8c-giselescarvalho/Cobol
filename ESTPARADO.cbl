       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPARADO.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Estoque parado e capital empatado. O ESTOQUE.REL so
      *           aponta quem esta abaixo do minimo; este relatorio
      *           olha o problema oposto. Para cada produto com saldo
      *           acha a data da ultima saida (MOV-SAIDA) no
      *           ESTMOV.LOG e nos mensais arquivados, quando houver
      *           (ESTMVaaaamm.LOG, mesma convencao de nome do
      *           LOGROT.cbl, ate ESTP-MESES meses para tras,
      *           padrao 12), e envelhece o saldo em faixas de dias
      *           sem venda: 0-30, 31-90, 91-180 e mais de 180 (onde
      *           cai tambem o produto sem saida conhecida). Cada
      *           faixa e valorizada a PRODUTO-CUSTO, e cada produto
      *           mostra os meses de cobertura do saldo ao consumo
      *           das saidas dos ultimos ESTP-JANELA dias (padrao 90)
      *           - compras para de repor o que nao gira e vendas
      *           planeja a liquidacao. Relatorio ESTPARADO.REL
      *           (padrao REPCTL.COB/REPCAB.CPY), por faixa, do maior
      *           valor empatado para o menor.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT ESTMOV
             ASSIGN TO 'ESTMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.
      * Mensal arquivado do livro de movimentos, se existir.
           SELECT ESTMOV-ARQ
             ASSIGN TO DYNAMIC WRK-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-ARQ-STATUS.
      * Um registro por produto com saldo, entre a apuracao e a
      * ordenacao por faixa.
           SELECT ESTPARADO-WRK
             ASSIGN TO 'ESTPARADO.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTPARADO-WRK-STATUS.
           SELECT ESTPARADO-REL
             ASSIGN TO 'ESTPARADO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTPARADO-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'ESTPARADO.SRT'.
           SELECT ORDENA-FAIXA
             ASSIGN TO 'ESTPARADO2.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PRODUTOS.CPY'.

       COPY 'ESTMOV.CPY'.

       FD ESTMOV-ARQ.
       01 ESTMOV-ARQ-REG     PIC X(80).

       FD ESTPARADO-WRK.
       01 EPW-REG.
            05 EPW-FAIXA       PIC 9(01).
            05 EPW-VALOR       PIC 9(11)V99.
            05 EPW-PRODUTO     PIC 9(06).
            05 EPW-ULT-SAIDA   PIC 9(08).
            05 EPW-DIAS        PIC 9(05).
            05 EPW-SALDO       PIC 9(05)V99.
            05 EPW-COBERTURA   PIC 9(04)V9.

       FD ESTPARADO-REL.
       01 ESTPARADO-REL-REG  PIC X(132).

      *----------------------------------------------------------------
      * Produto com saldo (tipo P) e saidas do livro (tipo S), juntos
      * por codigo; o P vem primeiro no grupo.
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-PRODUTO     PIC 9(06).
            05 ORD-TIPO        PIC X(01).
            05 ORD-DATA        PIC 9(08).
            05 ORD-QTD         PIC 9(05)V99.

       SD ORDENA-FAIXA.
       01 OFX-REG.
            05 OFX-FAIXA       PIC 9(01).
            05 OFX-VALOR       PIC 9(11)V99.
            05 OFX-RESTO       PIC X(31).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS      PIC 9(02).
       77 ESTMOV-STATUS        PIC 9(02).
       77 ESTMOV-ARQ-STATUS    PIC 9(02).
       77 ESTPARADO-WRK-STATUS PIC 9(02).
       77 ESTPARADO-REL-STATUS PIC 9(02).
       77 WRK-NOME-ARQUIVO     PIC X(15) VALUE SPACES.
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-JANELA      PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES           PIC 9(06) VALUE ZEROS.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       77 WRK-IX-MES           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ARQUIVOS      PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Janela de consumo e profundidade do arquivo (parametros).
      *----------------------------------------------------------------
       77 WRK-JANELA           PIC 9(03) VALUE 90.
       77 WRK-MESES-ARQ        PIC 9(03) VALUE 12.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Quebra por produto.
      *----------------------------------------------------------------
       77 WRK-TEM-GRUPO        PIC X(01) VALUE 'N'.
       77 WRK-PRODUTO-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-SALDO        PIC X(01) VALUE 'N'.
       77 WRK-GRP-ULT-SAIDA    PIC 9(08) VALUE ZEROS.
       77 WRK-GRP-CONSUMO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-GRP-SALDO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CONSUMO-MES      PIC 9(07)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Totais por faixa (1 = 0-30, 2 = 31-90, 3 = 91-180, 4 = mais
      * de 180 dias ou sem saida).
      *----------------------------------------------------------------
       01 WRK-FAIXAS.
            05 WRK-FAIXA-ITEM OCCURS 4 TIMES.
                10 WRK-FX-QT     PIC 9(05).
                10 WRK-FX-VALOR  PIC 9(13)V99.
       01 WRK-ROTULOS-FAIXA.
            05 FILLER PIC X(24) VALUE '0 A 30 DIAS SEM VENDA'.
            05 FILLER PIC X(24) VALUE '31 A 90 DIAS SEM VENDA'.
            05 FILLER PIC X(24) VALUE '91 A 180 DIAS SEM VENDA'.
            05 FILLER PIC X(24) VALUE 'MAIS DE 180 DIAS/NUNCA'.
       01 WRK-ROTULOS-R REDEFINES WRK-ROTULOS-FAIXA.
            05 WRK-ROTULO-FAIXA PIC X(24) OCCURS 4 TIMES.
       77 WRK-IX-FAIXA         PIC 9(01) VALUE ZEROS.
       77 WRK-FAIXA-ATUAL      PIC 9(01) VALUE ZEROS.
       77 WRK-TOT-VALOR        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-PRODUTOS      PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALDO-ED         PIC ZZ.ZZ9,99.
       77 WRK-COBERTURA-ED     PIC Z.ZZ9,9.
       77 WRK-PERC             PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC ZZ9,99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-PRODUTO ORD-TIPO
                  INPUT PROCEDURE IS 2000-LIBERA-MOVIMENTOS
                  OUTPUT PROCEDURE IS 4000-APURA-PRODUTOS
               SORT ORDENA-FAIXA
                  ON ASCENDING KEY OFX-FAIXA
                  ON DESCENDING KEY OFX-VALOR
                  USING ESTPARADO-WRK
                  OUTPUT PROCEDURE IS 5000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'ESTP-JANELA' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-JANELA
            END-IF.
            MOVE 'ESTP-MESES' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-MESES-ARQ
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            COMPUTE WRK-DATA-JANELA =
                    FUNCTION DATE-OF-INTEGER(WRK-DIA-HOJE - WRK-JANELA).
            MOVE ZEROS TO WRK-FAIXAS.
            OPEN INPUT PRODUTOS.
            OPEN OUTPUT ESTPARADO-REL.
            IF PRODUTOS-STATUS NOT = 0
               OR ESTPARADO-REL-STATUS NOT = 0
               DISPLAY 'PRODUTOS.DAT/ESTPARADO.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'ESTOQUE PARADO E CAPITAL EMPATADO' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'POSICAO EM ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      '  CONSUMO DOS ULTIMOS ' DELIMITED BY SIZE
                      WRK-JANELA DELIMITED BY SIZE
                      ' DIAS  VALOR A CUSTO MEDIO' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Entrada da primeira ordenacao: os produtos com saldo, as
      * saidas do livro vivo e as dos mensais arquivados.
      *----------------------------------------------------------------
       2000-LIBERA-MOVIMENTOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PRODUTO-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PRODUTO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2050-LIBERA-PRODUTO UNTIL WRK-FIM-ARQ = 'S'.
            OPEN INPUT ESTMOV.
            IF ESTMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2100-LIBERA-SAIDA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE ESTMOV
            END-IF.
            MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
            MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
            PERFORM 2200-LIBERA-MES-ARQUIVADO
               VARYING WRK-IX-MES FROM 1 BY 1
               UNTIL WRK-IX-MES > WRK-MESES-ARQ.

       2050-LIBERA-PRODUTO.
            READ PRODUTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRODUTO-ESTOQUE > ZEROS
                     MOVE PRODUTO-CODIGO  TO ORD-PRODUTO
                     MOVE 'P'             TO ORD-TIPO
                     MOVE ZEROS           TO ORD-DATA
                     MOVE PRODUTO-ESTOQUE TO ORD-QTD
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       2100-LIBERA-SAIDA.
            READ ESTMOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 2110-LIBERA-SE-SAIDA
            END-READ.

       2110-LIBERA-SE-SAIDA.
            IF MOV-SAIDA AND MOV-DATA NUMERIC
               AND MOV-QTD NUMERIC
               MOVE MOV-PRODUTO TO ORD-PRODUTO
               MOVE 'S'         TO ORD-TIPO
               MOVE MOV-DATA    TO ORD-DATA
               MOVE MOV-QTD     TO ORD-QTD
               RELEASE ORD-REG
            END-IF.

      *----------------------------------------------------------------
      * Um mes arquivado por vez, do mes corrente para tras; mes sem
      * arquivo e simplesmente pulado.
      *----------------------------------------------------------------
       2200-LIBERA-MES-ARQUIVADO.
            COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.
            MOVE SPACES TO WRK-NOME-ARQUIVO.
            STRING 'ESTMV' DELIMITED BY SIZE
                   WRK-ANOMES DELIMITED BY SIZE
                   '.LOG' DELIMITED BY SIZE
                   INTO WRK-NOME-ARQUIVO
            END-STRING.
            OPEN INPUT ESTMOV-ARQ.
            IF ESTMOV-ARQ-STATUS = 0
               ADD 1 TO WRK-QT-ARQUIVOS
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2210-LIBERA-SAIDA-ARQ UNTIL WRK-FIM-ARQ = 'S'
               CLOSE ESTMOV-ARQ
            END-IF.
            IF WRK-MES = 1
               MOVE 12 TO WRK-MES
               SUBTRACT 1 FROM WRK-ANO
            ELSE
               SUBTRACT 1 FROM WRK-MES
            END-IF.

       2210-LIBERA-SAIDA-ARQ.
            READ ESTMOV-ARQ INTO ESTMOV-REG
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 2110-LIBERA-SE-SAIDA
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PRODUTOS
               CLOSE ESTPARADO-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'PRODUTOS COM SALDO...: ' WRK-QT-PRODUTOS
               DISPLAY 'MENSAIS ARQUIVADOS...: ' WRK-QT-ARQUIVOS
               DISPLAY 'RELATORIO GRAVADO EM ESTPARADO.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Saida da primeira ordenacao: por produto, a ultima saida e o
      * consumo da janela; so o produto com saldo (tipo P no grupo)
      * vira registro de trabalho.
      *----------------------------------------------------------------
       4000-APURA-PRODUTOS.
            OPEN OUTPUT ESTPARADO-WRK.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-ACUMULA-MOVIMENTO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TEM-GRUPO = 'S'
               PERFORM 4200-FECHA-PRODUTO
            END-IF.
            CLOSE ESTPARADO-WRK.

       4100-ACUMULA-MOVIMENTO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-TEM-GRUPO = 'S'
                     AND ORD-PRODUTO NOT = WRK-PRODUTO-ATUAL
                     PERFORM 4200-FECHA-PRODUTO
                  END-IF
                  IF WRK-TEM-GRUPO = 'N'
                     OR ORD-PRODUTO NOT = WRK-PRODUTO-ATUAL
                     MOVE 'S' TO WRK-TEM-GRUPO
                     MOVE ORD-PRODUTO TO WRK-PRODUTO-ATUAL
                     MOVE 'N' TO WRK-TEM-SALDO
                     MOVE ZEROS TO WRK-GRP-ULT-SAIDA WRK-GRP-CONSUMO
                                   WRK-GRP-SALDO
                  END-IF
                  IF ORD-TIPO = 'P'
                     MOVE 'S' TO WRK-TEM-SALDO
                     MOVE ORD-QTD TO WRK-GRP-SALDO
                  ELSE
                     IF ORD-DATA > WRK-GRP-ULT-SAIDA
                        MOVE ORD-DATA TO WRK-GRP-ULT-SAIDA
                     END-IF
                     IF ORD-DATA > WRK-DATA-JANELA
                        ADD ORD-QTD TO WRK-GRP-CONSUMO
                     END-IF
                  END-IF
            END-RETURN.

      *----------------------------------------------------------------
      * Cobertura em meses = saldo / consumo mensal da janela (consumo
      * da janela / dias x 30); sem consumo na janela sai 9999,9.
      *----------------------------------------------------------------
       4200-FECHA-PRODUTO.
            IF WRK-TEM-SALDO = 'S'
               MOVE WRK-PRODUTO-ATUAL TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     MOVE ZEROS TO PRODUTO-CUSTO
               END-READ
               MOVE WRK-PRODUTO-ATUAL TO EPW-PRODUTO
               MOVE WRK-GRP-SALDO     TO EPW-SALDO
               MOVE WRK-GRP-ULT-SAIDA TO EPW-ULT-SAIDA
               COMPUTE EPW-VALOR ROUNDED =
                       WRK-GRP-SALDO * PRODUTO-CUSTO
               IF WRK-GRP-ULT-SAIDA = ZEROS
                  MOVE 99999 TO EPW-DIAS
                  MOVE 4 TO EPW-FAIXA
               ELSE
                  COMPUTE EPW-DIAS = WRK-DIA-HOJE
                        - FUNCTION INTEGER-OF-DATE(WRK-GRP-ULT-SAIDA)
                  EVALUATE TRUE
                     WHEN EPW-DIAS NOT > 30
                        MOVE 1 TO EPW-FAIXA
                     WHEN EPW-DIAS NOT > 90
                        MOVE 2 TO EPW-FAIXA
                     WHEN EPW-DIAS NOT > 180
                        MOVE 3 TO EPW-FAIXA
                     WHEN OTHER
                        MOVE 4 TO EPW-FAIXA
                  END-EVALUATE
               END-IF
               COMPUTE WRK-CONSUMO-MES ROUNDED =
                       WRK-GRP-CONSUMO * 30 / WRK-JANELA
               IF WRK-CONSUMO-MES > ZEROS
                  COMPUTE EPW-COBERTURA ROUNDED =
                          WRK-GRP-SALDO / WRK-CONSUMO-MES
                     ON SIZE ERROR
                        MOVE 9999,9 TO EPW-COBERTURA
                  END-COMPUTE
               ELSE
                  MOVE 9999,9 TO EPW-COBERTURA
               END-IF
               WRITE EPW-REG
               ADD 1 TO WRK-QT-PRODUTOS
               ADD 1 TO WRK-FX-QT(EPW-FAIXA)
               ADD EPW-VALOR TO WRK-FX-VALOR(EPW-FAIXA)
               ADD EPW-VALOR TO WRK-TOT-VALOR
            END-IF.

      *----------------------------------------------------------------
      * Saida da segunda ordenacao: uma secao por faixa, do maior
      * valor empatado para o menor, e o resumo das faixas.
      *----------------------------------------------------------------
       5000-IMPRIME-RELATORIO.
            MOVE ZEROS TO WRK-FAIXA-ATUAL.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 5100-IMPRIME-PRODUTO UNTIL WRK-FIM-ORD = 'S'.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- CAPITAL EMPATADO POR FAIXA --'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 5300-LINHA-RESUMO
               VARYING WRK-IX-FAIXA FROM 1 BY 1
               UNTIL WRK-IX-FAIXA > 4.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL EM ESTOQUE......: ' DELIMITED BY SIZE
                   WRK-QT-PRODUTOS DELIMITED BY SIZE
                   ' PRODUTO(S)  ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       5100-IMPRIME-PRODUTO.
            RETURN ORDENA-FAIXA INTO EPW-REG
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF EPW-FAIXA NOT = WRK-FAIXA-ATUAL
                     MOVE EPW-FAIXA TO WRK-FAIXA-ATUAL
                     PERFORM 5150-CABECALHO-FAIXA
                  END-IF
                  PERFORM 5200-LINHA-PRODUTO
            END-RETURN.

       5150-CABECALHO-FAIXA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '-- ' DELIMITED BY SIZE
                   WRK-ROTULO-FAIXA(WRK-FAIXA-ATUAL)
                   DELIMITED BY '  '
                   ' --' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'CODIGO DESCRICAO                      ULT.SAIDA'
              TO RPT-LINHA-IMPRESSA.
            MOVE '      SALDO UN      VALOR A CUSTO  COBERT(MESES)'
              TO RPT-LINHA-IMPRESSA(50:48).
            PERFORM 9990-GRAVA-LINHA-RPT.

       5200-LINHA-PRODUTO.
            MOVE EPW-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  MOVE '(SEM CADASTRO)' TO PRODUTO-DESCRICAO
                  MOVE SPACES TO PRODUTO-UNIDADE
            END-READ.
            MOVE EPW-SALDO     TO WRK-SALDO-ED.
            MOVE EPW-VALOR     TO WRK-VALOR-ED.
            MOVE EPW-COBERTURA TO WRK-COBERTURA-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING EPW-PRODUTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRODUTO-DESCRICAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            IF EPW-ULT-SAIDA = ZEROS
               MOVE ' NUNCA' TO RPT-LINHA-IMPRESSA(39:8)
            ELSE
               MOVE EPW-ULT-SAIDA TO RPT-LINHA-IMPRESSA(39:8)
            END-IF.
            STRING WRK-SALDO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRODUTO-UNIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   WRK-COBERTURA-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA(50:70)
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       5300-LINHA-RESUMO.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-TOT-VALOR > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                       WRK-FX-VALOR(WRK-IX-FAIXA) * 100 / WRK-TOT-VALOR
            END-IF.
            MOVE WRK-FX-VALOR(WRK-IX-FAIXA) TO WRK-VALOR-ED.
            MOVE WRK-PERC TO WRK-PERC-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-ROTULO-FAIXA(WRK-IX-FAIXA) DELIMITED BY SIZE
                   WRK-FX-QT(WRK-IX-FAIXA) DELIMITED BY SIZE
                   ' PRODUTO(S)  ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WRK-PERC-ED DELIMITED BY SIZE
                   '%)' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==ESTPARADO-REL-REG==.

      *END PROGRAM ESTPARADO.
