       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPROD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Classificacao ABC mensal dos produtos pelo valor
      *           vendido. Soma, por produto, os itens dos pedidos nao
      *           cancelados (resumo mensal VENDMES.DAT) e as vendas
      *           de balcao do PDV (VENDPROD.HIS, gravado pelo
      *           FECHAMENTO.cbl)
      *           dentro de uma janela de ABC-MESES meses (padrao 12,
      *           contando o mes corrente), ordena do maior valor para
      *           o menor e classifica pela participacao acumulada:
      *           A ate ABC-LIMITE-A pct (padrao 80), B ate
      *           ABC-LIMITE-B pct (padrao 95), C o restante e os
      *           produtos sem venda na janela. A classe e regravada
      *           em PRODUTO-CLASSE-ABC de cada PRODUTO-REG, para a
      *           reposicao, a contagem ciclica e o enderecamento no
      *           deposito, e a curva de Pareto sai em ABCPROD.REL
      *           (padrao REPCTL.COB/REPCAB.CPY).
      * Modification History:
      *  15/10/2026 GC - itens vendidos lidos do resumo mensal
      *                  VENDMES.DAT (START no primeiro mes da janela)
      *                  no lugar da varredura de PEDIDOS/PEDITENS.
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
      * Resumo mensal de vendas (ano/mes x cliente x produto x UF).
           SELECT VENDMES
             ASSIGN TO 'VENDMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDMES-STATUS
               RECORD KEY IS VMS-CHAVE.
      * Vendas de balcao por produto de cada dia fechado.
           SELECT VENDPROD-HIS
             ASSIGN TO 'VENDPROD.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDPROD-HIS-STATUS.
      * Total por produto, entre a soma e a ordenacao por valor.
           SELECT ABCPROD-WRK
             ASSIGN TO 'ABCPROD.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABCPROD-WRK-STATUS.
           SELECT ABCPROD-REL
             ASSIGN TO 'ABCPROD.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABCPROD-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'ABCPROD.SRT'.
           SELECT ORDENA-VALOR
             ASSIGN TO 'ABCPROD2.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PRODUTOS.CPY'.

       COPY 'VENDMES.CPY'.

       FD VENDPROD-HIS.
       01 VPH-REG.
            05 VPH-DATA-MOV     PIC 9(08).
            05 VPH-PRODUTO      PIC 9(06).
            05 VPH-QTD          PIC 9(05).
            05 VPH-VALOR        PIC 9(09)V99.

       FD ABCPROD-WRK.
       01 ABW-REG.
            05 ABW-VALOR        PIC 9(11)V99.
            05 ABW-PRODUTO      PIC 9(06).
            05 ABW-QTD          PIC 9(07)V99.

       FD ABCPROD-REL.
       01 ABCPROD-REL-REG       PIC X(132).

      *----------------------------------------------------------------
      * Um registro por produto do cadastro (valor zero, para que o
      * produto sem venda tambem seja classificado) e um por venda.
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-PRODUTO      PIC 9(06).
            05 ORD-VALOR        PIC 9(11)V99.
            05 ORD-QTD          PIC 9(07)V99.

       SD ORDENA-VALOR.
       01 OVL-REG.
            05 OVL-VALOR        PIC 9(11)V99.
            05 OVL-PRODUTO      PIC 9(06).
            05 OVL-QTD          PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS     PIC 9(02).
       77 VENDMES-STATUS      PIC 9(02).
       77 VENDPROD-HIS-STATUS PIC 9(02).
       77 ABCPROD-WRK-STATUS  PIC 9(02).
       77 ABCPROD-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INI        PIC 9(08) VALUE ZEROS.
       77 WRK-ANO             PIC 9(04) VALUE ZEROS.
       77 WRK-MES             PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-ABS       PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------
      * Janela e cortes da curva (cadastro central de parametros).
      *----------------------------------------------------------------
       77 WRK-JANELA-MESES    PIC 9(03) VALUE 12.
       77 WRK-LIMITE-A        PIC 9(03)V99 VALUE 80.
       77 WRK-LIMITE-B        PIC 9(03)V99 VALUE 95.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Quebra por produto e acumulados da curva.
      *----------------------------------------------------------------
       77 WRK-TEM-GRUPO       PIC X(01) VALUE 'N'.
       77 WRK-PRODUTO-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-GRP-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GRP-QTD         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ACUM-VALOR      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PERC-ANTES      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-ITEM       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-ACUM       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CLASSE          PIC X(01) VALUE SPACE.
       77 WRK-POSICAO         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-VENDA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REGRAVADOS   PIC 9(05) VALUE ZEROS.
       01 WRK-RESUMO-CLASSES.
            05 WRK-RES-CLASSE OCCURS 3 TIMES INDEXED BY WRK-IX-CL.
                10 WRK-RES-QT     PIC 9(05).
                10 WRK-RES-VALOR  PIC 9(13)V99.
       01 WRK-ROTULOS-CLASSE  PIC X(03) VALUE 'ABC'.
       01 WRK-ROTULOS-R REDEFINES WRK-ROTULOS-CLASSE.
            05 WRK-ROTULO     PIC X(01) OCCURS 3 TIMES.
       77 WRK-IX-RES          PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED          PIC Z.ZZZ.ZZ9,99.
       77 WRK-PERC-ED         PIC ZZ9,99.
       77 WRK-PERC2-ED        PIC ZZ9,99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-PRODUTO
                  INPUT PROCEDURE IS 2000-LIBERA-VENDAS
                  OUTPUT PROCEDURE IS 4000-TOTALIZA-PRODUTOS
               SORT ORDENA-VALOR
                  ON DESCENDING KEY OVL-VALOR
                  ON ASCENDING KEY OVL-PRODUTO
                  USING ABCPROD-WRK
                  OUTPUT PROCEDURE IS 5000-CLASSIFICA
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            PERFORM 1100-LE-PARAMETROS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *     primeiro dia do mes que abre a janela (o corrente conta)
            MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
            MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
            COMPUTE WRK-MESES-ABS = WRK-ANO * 12 + WRK-MES - 1
                                  - WRK-JANELA-MESES + 1.
            DIVIDE WRK-MESES-ABS BY 12 GIVING WRK-ANO
                   REMAINDER WRK-MES.
            ADD 1 TO WRK-MES.
            COMPUTE WRK-DATA-INI = WRK-ANO * 10000 + WRK-MES * 100 + 1.
            MOVE ZEROS TO WRK-RESUMO-CLASSES.
            OPEN I-O PRODUTOS.
            OPEN INPUT VENDMES.
            OPEN OUTPUT ABCPROD-REL.
            IF PRODUTOS-STATUS NOT = 0 OR VENDMES-STATUS NOT = 0
               OR ABCPROD-REL-STATUS NOT = 0
               DISPLAY 'PRODUTOS.DAT/VENDMES.DAT/ABCPROD.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'CURVA ABC DE PRODUTOS POR VALOR VENDIDO'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               MOVE WRK-LIMITE-A TO WRK-PERC-ED
               MOVE WRK-LIMITE-B TO WRK-PERC2-ED
               STRING 'JANELA: ' DELIMITED BY SIZE
                      WRK-JANELA-MESES DELIMITED BY SIZE
                      ' MES(ES), DE ' DELIMITED BY SIZE
                      WRK-DATA-INI DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      '   CORTES: A ATE ' DELIMITED BY SIZE
                      WRK-PERC-ED DELIMITED BY SIZE
                      '%  B ATE ' DELIMITED BY SIZE
                      WRK-PERC2-ED DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Janela e cortes no cadastro central; sem parametro (ou com
      * cortes incoerentes) vale o padrao.
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
            MOVE 'ABC-MESES' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 121
               MOVE WRK-PARM-VALOR TO WRK-JANELA-MESES
            END-IF.
            MOVE 'ABC-LIMITE-A' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 100
               MOVE WRK-PARM-VALOR TO WRK-LIMITE-A
            END-IF.
            MOVE 'ABC-LIMITE-B' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > WRK-LIMITE-A
               AND WRK-PARM-VALOR NOT > 100
               MOVE WRK-PARM-VALOR TO WRK-LIMITE-B
            END-IF.
            IF WRK-LIMITE-B NOT > WRK-LIMITE-A
               MOVE 80 TO WRK-LIMITE-A
               MOVE 95 TO WRK-LIMITE-B
            END-IF.

      *----------------------------------------------------------------
      * Entrada da primeira ordenacao: o cadastro inteiro com valor
      * zero, os itens vendidos nos meses da janela (resumo mensal)
      * e as vendas do PDV.
      *----------------------------------------------------------------
       2000-LIBERA-VENDAS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PRODUTO-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PRODUTO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2050-LIBERA-CADASTRO UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO VMS-CHAVE.
            MOVE WRK-DATA-INI(1:6) TO VMS-ANOMES.
            START VENDMES KEY IS NOT LESS THAN VMS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-RESUMO UNTIL WRK-FIM-ARQ = 'S'.
            OPEN INPUT VENDPROD-HIS.
            IF VENDPROD-HIS-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2300-LIBERA-BALCAO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE VENDPROD-HIS
            END-IF.

       2050-LIBERA-CADASTRO.
            READ PRODUTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE PRODUTO-CODIGO TO ORD-PRODUTO
                  MOVE ZEROS TO ORD-VALOR ORD-QTD
                  RELEASE ORD-REG
            END-READ.

      *----------------------------------------------------------------
      * Linha do resumo: a chave comeca pelo ano/mes, entao o mes
      * depois do corrente encerra a leitura. Pedido legado sem itens
      * (produto zero) e linha so de cancelado nao entram na curva.
      *----------------------------------------------------------------
       2100-LIBERA-RESUMO.
            READ VENDMES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF VMS-ANOMES > WRK-DATA-HOJE(1:6)
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF VMS-PRODUTO NOT = ZEROS AND VMS-VALOR > 0
                        MOVE VMS-PRODUTO TO ORD-PRODUTO
                        MOVE VMS-VALOR   TO ORD-VALOR
                        MOVE VMS-QTD     TO ORD-QTD
                        RELEASE ORD-REG
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Venda de balcao sem produto (servico) nao entra na curva.
      *----------------------------------------------------------------
       2300-LIBERA-BALCAO.
            READ VENDPROD-HIS
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF VPH-DATA-MOV NOT < WRK-DATA-INI
                     AND VPH-DATA-MOV NOT > WRK-DATA-HOJE
                     AND VPH-PRODUTO NOT = ZEROS
                     MOVE VPH-PRODUTO TO ORD-PRODUTO
                     MOVE VPH-VALOR   TO ORD-VALOR
                     MOVE VPH-QTD     TO ORD-QTD
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PRODUTOS
               CLOSE VENDMES
               CLOSE ABCPROD-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'PRODUTOS CLASSIFICADOS: ' WRK-QT-REGRAVADOS
               DISPLAY 'CLASSE A..............: ' WRK-RES-QT(1)
               DISPLAY 'CLASSE B..............: ' WRK-RES-QT(2)
               DISPLAY 'CLASSE C..............: ' WRK-RES-QT(3)
               DISPLAY 'RELATORIO GRAVADO EM ABCPROD.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Saida da primeira ordenacao: um total por produto em
      * ABCPROD.WRK e o total geral vendido na janela.
      *----------------------------------------------------------------
       4000-TOTALIZA-PRODUTOS.
            OPEN OUTPUT ABCPROD-WRK.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-ACUMULA-VENDA UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-TEM-GRUPO = 'S'
               PERFORM 4200-FECHA-PRODUTO
            END-IF.
            CLOSE ABCPROD-WRK.

       4100-ACUMULA-VENDA.
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
                     MOVE ZEROS TO WRK-GRP-VALOR WRK-GRP-QTD
                  END-IF
                  ADD ORD-VALOR TO WRK-GRP-VALOR
                  ADD ORD-QTD   TO WRK-GRP-QTD
            END-RETURN.

       4200-FECHA-PRODUTO.
            MOVE WRK-GRP-VALOR     TO ABW-VALOR.
            MOVE WRK-PRODUTO-ATUAL TO ABW-PRODUTO.
            MOVE WRK-GRP-QTD       TO ABW-QTD.
            WRITE ABW-REG.
            ADD WRK-GRP-VALOR TO WRK-TOT-VALOR.

      *----------------------------------------------------------------
      * Saida da segunda ordenacao, do maior valor para o menor: o
      * produto e A enquanto a participacao acumulada ANTES dele nao
      * chegou ao corte A (o que cruza o corte ainda e A), idem B;
      * sem venda na janela e sempre C.
      *----------------------------------------------------------------
       5000-CLASSIFICA.
            MOVE 'POS.  CODIGO DESCRICAO                      '
              TO RPT-LINHA-IMPRESSA.
            MOVE '        QUANTIDADE              VALOR    PCT  ACUM'
              TO RPT-LINHA-IMPRESSA(46:50).
            MOVE 'CLASSE' TO RPT-LINHA-IMPRESSA(98:6).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 5100-CLASSIFICA-PRODUTO UNTIL WRK-FIM-ORD = 'S'.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- RESUMO POR CLASSE --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 5300-LINHA-RESUMO
               VARYING WRK-IX-RES FROM 1 BY 1
               UNTIL WRK-IX-RES > 3.
            MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL VENDIDO NA JANELA: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   '   SEM VENDA (CLASSE C): ' DELIMITED BY SIZE
                   WRK-QT-SEM-VENDA DELIMITED BY SIZE
                   '   VENDIDOS SEM CADASTRO: ' DELIMITED BY SIZE
                   WRK-QT-SEM-CADASTRO DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       5100-CLASSIFICA-PRODUTO.
            RETURN ORDENA-VALOR
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  MOVE WRK-PERC-ACUM TO WRK-PERC-ANTES
                  ADD OVL-VALOR TO WRK-ACUM-VALOR
                  MOVE ZEROS TO WRK-PERC-ITEM WRK-PERC-ACUM
                  IF WRK-TOT-VALOR > ZEROS
                     COMPUTE WRK-PERC-ITEM ROUNDED =
                             OVL-VALOR * 100 / WRK-TOT-VALOR
                     COMPUTE WRK-PERC-ACUM ROUNDED =
                             WRK-ACUM-VALOR * 100 / WRK-TOT-VALOR
                  END-IF
                  EVALUATE TRUE
                     WHEN OVL-VALOR = ZEROS
                        MOVE 'C' TO WRK-CLASSE
                        ADD 1 TO WRK-QT-SEM-VENDA
                     WHEN WRK-PERC-ANTES < WRK-LIMITE-A
                        MOVE 'A' TO WRK-CLASSE
                     WHEN WRK-PERC-ANTES < WRK-LIMITE-B
                        MOVE 'B' TO WRK-CLASSE
                     WHEN OTHER
                        MOVE 'C' TO WRK-CLASSE
                  END-EVALUATE
                  EVALUATE WRK-CLASSE
                     WHEN 'A'
                        SET WRK-IX-CL TO 1
                     WHEN 'B'
                        SET WRK-IX-CL TO 2
                     WHEN OTHER
                        SET WRK-IX-CL TO 3
                  END-EVALUATE
                  ADD 1 TO WRK-RES-QT(WRK-IX-CL)
                  ADD OVL-VALOR TO WRK-RES-VALOR(WRK-IX-CL)
                  PERFORM 5200-GRAVA-CLASSE
            END-RETURN.

      *----------------------------------------------------------------
      * Regrava a classe no cadastro; produto vendido que ja saiu do
      * cadastro entra na curva (a venda aconteceu) mas nao tem onde
      * gravar. Produto sem venda nao ocupa linha no relatorio.
      *----------------------------------------------------------------
       5200-GRAVA-CLASSE.
            MOVE OVL-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  MOVE '(SEM CADASTRO)' TO PRODUTO-DESCRICAO
                  ADD 1 TO WRK-QT-SEM-CADASTRO
               NOT INVALID KEY
                  MOVE WRK-CLASSE TO PRODUTO-CLASSE-ABC
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CLASSE: '
                                PRODUTO-CODIGO
                     NOT INVALID KEY
                        ADD 1 TO WRK-QT-REGRAVADOS
                  END-REWRITE
            END-READ.
            IF OVL-VALOR > ZEROS
               ADD 1 TO WRK-POSICAO
               MOVE OVL-QTD       TO WRK-QTD-ED
               MOVE OVL-VALOR     TO WRK-VALOR-ED
               MOVE WRK-PERC-ITEM TO WRK-PERC-ED
               MOVE WRK-PERC-ACUM TO WRK-PERC2-ED
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING WRK-POSICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      OVL-PRODUTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PRODUTO-DESCRICAO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PERC-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PERC2-ED DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      WRK-CLASSE DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       5300-LINHA-RESUMO.
            SET WRK-IX-CL TO WRK-IX-RES.
            MOVE ZEROS TO WRK-PERC-ITEM.
            IF WRK-TOT-VALOR > ZEROS
               COMPUTE WRK-PERC-ITEM ROUNDED =
                       WRK-RES-VALOR(WRK-IX-CL) * 100 / WRK-TOT-VALOR
            END-IF.
            MOVE WRK-RES-VALOR(WRK-IX-CL) TO WRK-VALOR-ED.
            MOVE WRK-PERC-ITEM TO WRK-PERC-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CLASSE ' DELIMITED BY SIZE
                   WRK-ROTULO(WRK-IX-RES) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   WRK-RES-QT(WRK-IX-CL) DELIMITED BY SIZE
                   ' PRODUTO(S)  VALOR ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WRK-PERC-ED DELIMITED BY SIZE
                   '% DO VENDIDO)' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==ABCPROD-REL-REG==.

      *END PROGRAM ABCPROD.
