      *           (saldo menos reservado). So produtos com sugestao
      *           positiva saem - a lista de reposicao vira proposta
      *           de compra.
      * Modification History:
      *  15/10/2026 GC - prioridade de reposicao pela curva ABC
      *                  (PRODUTO-CLASSE-ABC, gravada pelo ABCPROD.cbl):
      *                  as sugestoes saem em tres blocos, classe A,
      *                  depois B, depois C e nao classificados, com a
      *                  classe impressa na linha.
      *  15/10/2026 GC - modo G: a sugestao aprovada pelo operador vira
      *                  pedido de compra (OCOMPRA.DAT) no fornecedor
      *                  preferido do produto (PRODFORN.DAT), com a
      *                  quantidade arredondada para cima e nunca abaixo
      *                  do lote minimo; produto sem fornecedor
      *                  preferido ou ja com OC aberta fica de fora.
      *                  Cada fornecedor recebe o seu pedido impresso em
      *                  OCFORNnnnn.TXT para envio por e-mail.
      *                  Ate 200 compras aprovadas por execucao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'REPOSICAO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPOSICAO-REL-STATUS.
      * Modo G: pedidos de compra gerados, fornecedor preferido de
      * cada produto e cadastro de fornecedores (PEDCOMPRA.cbl).
           SELECT OCOMPRA
             ASSIGN TO 'OCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OCOMPRA-STATUS
               RECORD KEY IS OC-NUMERO.
           SELECT PRODFORN
             ASSIGN TO 'PRODFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODFORN-STATUS
               RECORD KEY IS PFN-PRODUTO.
           SELECT FORNECEDORES
             ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECEDORES-STATUS
               RECORD KEY IS FOR-CODIGO.
           SELECT OCSEQ
             ASSIGN TO 'OCOMPRA.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCSEQ-STATUS.
      * Pedido impresso de cada fornecedor (OCFORNnnnn.TXT).
           SELECT OCFORN
             ASSIGN TO DYNAMIC WRK-NOME-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCFORN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PRODUTOS.CPY'.
       FD REPOSICAO-REL.
       01 REPOSICAO-REL-REG   PIC X(132).

       COPY 'OCOMPRA.CPY'.

       COPY 'PRODFORN.CPY'.

       COPY 'FORNECED.CPY'.

       FD OCSEQ.
       01 OCSEQ-REG.
            05 OCSEQ-NUMERO  PIC 9(06).

       FD OCFORN.
       01 OCFORN-REG          PIC X(110).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS      PIC 9(02).
       77 ESTMOV-STATUS        PIC 9(02).
       77 WRK-SUGESTAO-INT     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-IX-VARRE         PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PRIORIDADE    PIC 9(01) VALUE ZEROS.
       77 WRK-CLASSE-PRODUTO   PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      * Saidas acumuladas por produto dentro da janela.
      *----------------------------------------------------------------
                10 WRK-CON-PRODUTO PIC 9(06).
                10 WRK-CON-SAIDAS  PIC 9(07)V99.
       77 WRK-QT-PRODUTOS      PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Modo G (gerar pedidos de compra).
      *----------------------------------------------------------------
       77 WRK-MODO             PIC X(01) VALUE 'R'.
       77 OCOMPRA-STATUS       PIC 9(02).
       77 PRODFORN-STATUS      PIC 9(02).
       77 FORNECEDORES-STATUS  PIC 9(02).
       77 OCSEQ-STATUS         PIC 9(02).
       77 OCFORN-STATUS        PIC 9(02).
       77 WRK-NOME-PEDIDO      PIC X(15) VALUE SPACES.
       77 WRK-EMPRESA-NOME     PIC X(30) VALUE 'COMERCIO GC LTDA'.
       77 WRK-EMPRESA-CNPJ     PIC 9(14) VALUE 11222333000181.
       77 WRK-FIM-OC           PIC X(01) VALUE 'N'.
       77 WRK-APROVA           PIC X(01) VALUE SPACE.
       77 WRK-APROVA-TODOS     PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO-COMPRA  PIC X(50) VALUE SPACES.
       77 WRK-QTD-CALC         PIC S9(07) VALUE ZEROS.
       77 WRK-OC-ACHADA        PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO           PIC 9(06) VALUE ZEROS.
       77 WRK-FORN-ATUAL       PIC 9(04) VALUE ZEROS.
       77 WRK-IX-OCA           PIC 9(03) VALUE ZEROS.
       77 WRK-IX-APR           PIC 9(03) VALUE ZEROS.
       77 WRK-IX-GRUPO         PIC 9(03) VALUE ZEROS.
       77 WRK-QT-GERADAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PULADAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PEDIDOS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-OC-FORN       PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ITEM       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-PEDIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9.
       77 WRK-CUSTO-ED         PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-PEDIDO     PIC X(110) VALUE SPACES.
      *     produtos com OC aberta (nao entram de novo)
       01 WRK-OCA-TAB.
            05 WRK-OCA-ITEM OCCURS 500 TIMES.
                10 WRK-OCA-PRODUTO PIC 9(06).
                10 WRK-OCA-NUMERO  PIC 9(06).
       77 WRK-QT-OCA           PIC 9(03) VALUE ZEROS.
      *     sugestoes aprovadas, agrupadas por fornecedor na geracao
       01 WRK-APR-TAB.
            05 WRK-APR-ITEM OCCURS 200 TIMES.
                10 WRK-APR-FORNECEDOR PIC 9(04).
                10 WRK-APR-PRODUTO    PIC 9(06).
                10 WRK-APR-QTD        PIC 9(05).
                10 WRK-APR-FEITO      PIC X(01).
       77 WRK-QT-APR           PIC 9(03) VALUE ZEROS.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
            IF WRK-JANELA = ZEROS
               MOVE 30 TO WRK-JANELA
            END-IF.
            DISPLAY '(R) SO O RELATORIO OU (G) GERAR OS PEDIDOS DE '
                    'COMPRA DA SUGESTAO ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'g' MOVE 'G' TO WRK-MODO
               WHEN 'G' CONTINUE
               WHEN OTHER MOVE 'R' TO WRK-MODO
            END-EVALUATE.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DATA-CORTE =
                    FUNCTION DATE-OF-INTEGER(
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               IF WRK-MODO = 'G'
                  PERFORM 1100-ABRE-COMPRAS
               END-IF
               IF WRK-MODO = 'G'
                  MOVE 'SUGESTAO DE COMPRA - PEDIDOS GERADOS'
                    TO RPT-TITULO
               ELSE
                  MOVE 'SUGESTAO DE COMPRA POR CONSUMO' TO RPT-TITULO
               END-IF
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'JANELA DE CONSUMO: ' DELIMITED BY SIZE
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Sem os arquivos de compra o lote segue so com o relatorio.
      *----------------------------------------------------------------
       1100-ABRE-COMPRAS.
            OPEN I-O OCOMPRA
              IF OCOMPRA-STATUS = 35 THEN
                  OPEN OUTPUT OCOMPRA
                  CLOSE OCOMPRA
                  OPEN I-O OCOMPRA
               END-IF.
            OPEN INPUT PRODFORN.
            OPEN INPUT FORNECEDORES.
            IF OCOMPRA-STATUS = 0 AND PRODFORN-STATUS = 0
               AND FORNECEDORES-STATUS = 0
               MOVE ZEROS TO WRK-OCA-TAB
               PERFORM 1110-CARREGA-OC-ABERTA
            ELSE
               DISPLAY 'OCOMPRA.DAT/PRODFORN.DAT/FORNECED.DAT '
                       'INDISPONIVEIS - PEDIDOS NAO GERADOS'
               IF OCOMPRA-STATUS = 0
                  CLOSE OCOMPRA
               END-IF
               IF PRODFORN-STATUS = 0
                  CLOSE PRODFORN
               END-IF
               IF FORNECEDORES-STATUS = 0
                  CLOSE FORNECEDORES
               END-IF
               MOVE 'R' TO WRK-MODO
            END-IF.

       1110-CARREGA-OC-ABERTA.
            MOVE ZEROS TO OC-NUMERO.
            MOVE 'N' TO WRK-FIM-OC.
            START OCOMPRA KEY IS NOT LESS THAN OC-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-OC
            END-START.
            PERFORM 1120-LE-OC UNTIL WRK-FIM-OC = 'S'.

       1120-LE-OC.
            READ OCOMPRA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-OC
               NOT AT END
                  IF OC-ABERTO
                     IF WRK-QT-OCA < 500
                        ADD 1 TO WRK-QT-OCA
                        MOVE OC-PRODUTO TO WRK-OCA-PRODUTO(WRK-QT-OCA)
                        MOVE OC-NUMERO  TO WRK-OCA-NUMERO(WRK-QT-OCA)
                     ELSE
                        DISPLAY 'AVISO: MAIS DE 500 OCS ABERTAS - '
                                'EXCEDENTE IGNORADO'
                        MOVE 'S' TO WRK-FIM-OC
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * So MOV-SAIDA dentro da janela conta como consumo; ajustes de
      * inventario e estornos ficam de fora.
            END-IF.

       2900-IMPRIME-SUGESTOES.
            PERFORM 2905-IMPRIME-PRIORIDADE
               VARYING WRK-IX-PRIORIDADE FROM 1 BY 1
               UNTIL WRK-IX-PRIORIDADE > 3.
            IF WRK-MODO = 'G' AND WRK-QT-APR > 0
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE '-- PEDIDOS POR FORNECEDOR --' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 2950-PEDIDO-FORNECEDOR
                  VARYING WRK-IX-APR FROM 1 BY 1
                  UNTIL WRK-IX-APR > WRK-QT-APR
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-MODO = 'G'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'ORDENS DE COMPRA GERADAS: ' DELIMITED BY SIZE
                      WRK-QT-GERADAS DELIMITED BY SIZE
                      '  PEDIDOS POR FORNECEDOR: ' DELIMITED BY SIZE
                      WRK-QT-PEDIDOS DELIMITED BY SIZE
                      '  SUGESTOES DE FORA: ' DELIMITED BY SIZE
                      WRK-QT-PULADAS DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            PERFORM 9995-RODAPE-RPT.
            CLOSE REPOSICAO-REL.

      *----------------------------------------------------------------
      * Um bloco por prioridade: 1 = classe A, 2 = B, 3 = C e produto
      * ainda nao classificado.
      *----------------------------------------------------------------
       2905-IMPRIME-PRIORIDADE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            EVALUATE WRK-IX-PRIORIDADE
               WHEN 1
                  MOVE '-- CLASSE A --' TO RPT-LINHA-IMPRESSA
               WHEN 2
                  MOVE '-- CLASSE B --' TO RPT-LINHA-IMPRESSA
               WHEN OTHER
                  MOVE '-- CLASSE C / SEM CLASSE --'
                    TO RPT-LINHA-IMPRESSA
            END-EVALUATE.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2910-SUGERE-PRODUTO
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-PRODUTOS.

      *----------------------------------------------------------------
      * Sugestao = consumo medio diario x prazo de reposicao +
      * estoque minimo - disponivel; produto sem prazo cadastrado
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN PROD-CLASSE-A
                        MOVE 1 TO WRK-CLASSE-PRODUTO
                     WHEN PROD-CLASSE-B
                        MOVE 2 TO WRK-CLASSE-PRODUTO
                     WHEN OTHER
                        MOVE 3 TO WRK-CLASSE-PRODUTO
                  END-EVALUATE
                  COMPUTE WRK-CONSUMO-DIA ROUNDED =
                          WRK-CON-SAIDAS(WRK-IX-C) / WRK-JANELA
                  IF PRODUTO-LEADTIME = ZEROS
                          WRK-CONSUMO-DIA * PRODUTO-LEADTIME
                          + PRODUTO-ESTOQUE-MIN - WRK-DISPONIVEL
                  IF WRK-SUGESTAO > 0
                     AND WRK-CLASSE-PRODUTO = WRK-IX-PRIORIDADE
                     ADD 1 TO WRK-QT-SUGERIDOS
                     MOVE WRK-SUGESTAO TO WRK-SUGESTAO-INT
                     MOVE SPACES TO RPT-LINHA-IMPRESSA
                            WRK-SUGESTAO-INT DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            PRODUTO-UNIDADE DELIMITED BY SIZE
                            ' ABC ' DELIMITED BY SIZE
                            PRODUTO-CLASSE-ABC DELIMITED BY SIZE
                            INTO RPT-LINHA-IMPRESSA
                     END-STRING
                     PERFORM 9990-GRAVA-LINHA-RPT
                     IF WRK-MODO = 'G'
                        PERFORM 2920-CONFERE-COMPRA
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Modo G: a sugestao so vira compra com fornecedor preferido
      * ativo, sem OC aberta do produto e com a aprovacao do operador
      * (T aprova esta e as seguintes). O resultado sai abaixo da linha
      * da sugestao no relatorio.
      *----------------------------------------------------------------
       2920-CONFERE-COMPRA.
            MOVE SPACES TO WRK-SITUACAO-COMPRA.
            MOVE PRODUTO-CODIGO TO PFN-PRODUTO.
            READ PRODFORN
               INVALID KEY
                  MOVE 'FORA: SEM FORNECEDOR PREFERIDO'
                    TO WRK-SITUACAO-COMPRA
               NOT INVALID KEY
                  PERFORM 2930-CONFERE-FORNECEDOR
            END-READ.
            IF WRK-SITUACAO-COMPRA = SPACES
               PERFORM 2935-PROCURA-OC-ABERTA
            END-IF.
            IF WRK-SITUACAO-COMPRA = SPACES
               PERFORM 2940-CALCULA-QUANTIDADE
            END-IF.
            IF WRK-SITUACAO-COMPRA = SPACES
               PERFORM 2945-APROVA-COMPRA
            ELSE
               ADD 1 TO WRK-QT-PULADAS
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '         ' DELIMITED BY SIZE
                   WRK-SITUACAO-COMPRA DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       2930-CONFERE-FORNECEDOR.
            MOVE PFN-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
               INVALID KEY
                  STRING 'FORA: FORNECEDOR ' DELIMITED BY SIZE
                         PFN-FORNECEDOR DELIMITED BY SIZE
                         ' NAO CADASTRADO' DELIMITED BY SIZE
                         INTO WRK-SITUACAO-COMPRA
                  END-STRING
               NOT INVALID KEY
                  IF FOR-INATIVO
                     STRING 'FORA: FORNECEDOR ' DELIMITED BY SIZE
                            PFN-FORNECEDOR DELIMITED BY SIZE
                            ' INATIVO' DELIMITED BY SIZE
                            INTO WRK-SITUACAO-COMPRA
                     END-STRING
                  END-IF
            END-READ.

       2935-PROCURA-OC-ABERTA.
            MOVE ZEROS TO WRK-OC-ACHADA.
            PERFORM 2936-COMPARA-OC-ABERTA
               VARYING WRK-IX-OCA FROM 1 BY 1
               UNTIL WRK-IX-OCA > WRK-QT-OCA
                  OR WRK-OC-ACHADA NOT = ZEROS.
            IF WRK-OC-ACHADA NOT = ZEROS
               STRING 'FORA: JA EM OC ABERTA ' DELIMITED BY SIZE
                      WRK-OC-ACHADA DELIMITED BY SIZE
                      INTO WRK-SITUACAO-COMPRA
               END-STRING
            END-IF.

       2936-COMPARA-OC-ABERTA.
            IF WRK-OCA-PRODUTO(WRK-IX-OCA) = PRODUTO-CODIGO
               MOVE WRK-OCA-NUMERO(WRK-IX-OCA) TO WRK-OC-ACHADA
            END-IF.

      *     sugestao fracionada sobe para a unidade inteira seguinte;
      *     abaixo do lote minimo do fornecedor sobe para o lote
       2940-CALCULA-QUANTIDADE.
            MOVE WRK-SUGESTAO TO WRK-QTD-CALC.
            IF WRK-QTD-CALC < WRK-SUGESTAO
               ADD 1 TO WRK-QTD-CALC
            END-IF.
            IF WRK-QTD-CALC < PFN-QTD-MINIMA
               MOVE PFN-QTD-MINIMA TO WRK-QTD-CALC
            END-IF.
            IF WRK-QTD-CALC > 99999
               MOVE 'FORA: QUANTIDADE ACIMA DO LIMITE DA OC'
                 TO WRK-SITUACAO-COMPRA
            END-IF.

       2945-APROVA-COMPRA.
            IF WRK-APROVA-TODOS = 'S'
               MOVE 'S' TO WRK-APROVA
            ELSE
               MOVE WRK-QTD-CALC TO WRK-QTD-ED
               DISPLAY PRODUTO-CODIGO ' ' PRODUTO-DESCRICAO
               DISPLAY '   COMPRAR ' WRK-QTD-ED ' ' PRODUTO-UNIDADE
                       ' DE ' FOR-CODIGO ' ' FOR-NOME
               DISPLAY '   APROVAR? (S)IM, (N)AO, (T)ODAS AS '
                       'SEGUINTES: '
               ACCEPT WRK-APROVA
               EVALUATE WRK-APROVA
                  WHEN 's' MOVE 'S' TO WRK-APROVA
                  WHEN 't' MOVE 'S' TO WRK-APROVA
                           MOVE 'S' TO WRK-APROVA-TODOS
                  WHEN 'T' MOVE 'S' TO WRK-APROVA
                           MOVE 'S' TO WRK-APROVA-TODOS
                  WHEN 'S' CONTINUE
                  WHEN OTHER MOVE 'N' TO WRK-APROVA
               END-EVALUATE
            END-IF.
      *     a tabela de aprovadas guarda 200 compras por execucao; o
      *     excedente fica para a proxima rodada
            IF WRK-APROVA = 'S' AND WRK-QT-APR NOT < 200
               DISPLAY 'AVISO: MAIS DE 200 COMPRAS APROVADAS - '
                       'EXCEDENTE FICA PARA A PROXIMA EXECUCAO'
               MOVE 'L' TO WRK-APROVA
            END-IF.
            IF WRK-APROVA = 'S'
               ADD 1 TO WRK-QT-APR
               MOVE FOR-CODIGO   TO WRK-APR-FORNECEDOR(WRK-QT-APR)
               MOVE PRODUTO-CODIGO TO WRK-APR-PRODUTO(WRK-QT-APR)
               MOVE WRK-QTD-CALC TO WRK-APR-QTD(WRK-QT-APR)
               MOVE 'N'          TO WRK-APR-FEITO(WRK-QT-APR)
               MOVE WRK-QTD-CALC TO WRK-QTD-ED
               STRING 'APROVADA: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' DO FORNECEDOR ' DELIMITED BY SIZE
                      FOR-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FOR-NOME DELIMITED BY SIZE
                      INTO WRK-SITUACAO-COMPRA
               END-STRING
            ELSE
               ADD 1 TO WRK-QT-PULADAS
               IF WRK-APROVA = 'L'
                  MOVE 'FORA: LIMITE DE 200 APROVACOES NA EXECUCAO'
                    TO WRK-SITUACAO-COMPRA
               ELSE
                  MOVE 'FORA: NAO APROVADA PELO OPERADOR'
                    TO WRK-SITUACAO-COMPRA
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Um pedido por fornecedor: na primeira aprovacao ainda nao
      * gerada de cada fornecedor, gera uma OC por produto dele e
      * imprime o pedido em OCFORNnnnn.TXT.
      *----------------------------------------------------------------
       2950-PEDIDO-FORNECEDOR.
            IF WRK-APR-FEITO(WRK-IX-APR) = 'N'
               MOVE WRK-APR-FORNECEDOR(WRK-IX-APR) TO WRK-FORN-ATUAL
               MOVE WRK-FORN-ATUAL TO FOR-CODIGO
               READ FORNECEDORES
                  INVALID KEY
                     MOVE SPACES TO FOR-NOME FOR-CNPJ
               END-READ
               MOVE SPACES TO WRK-NOME-PEDIDO
               STRING 'OCFORN' DELIMITED BY SIZE
                      WRK-FORN-ATUAL DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WRK-NOME-PEDIDO
               END-STRING
               OPEN OUTPUT OCFORN
               IF OCFORN-STATUS NOT = 0
                  DISPLAY 'ERRO AO CRIAR ' WRK-NOME-PEDIDO
                          ' - OCS GERADAS SEM O PEDIDO IMPRESSO'
               END-IF
               ADD 1 TO WRK-QT-PEDIDOS
               MOVE ZEROS TO WRK-VALOR-PEDIDO WRK-QT-OC-FORN
               PERFORM 2955-CABECALHO-PEDIDO
               PERFORM 2960-ITEM-PEDIDO
                  VARYING WRK-IX-GRUPO FROM WRK-IX-APR BY 1
                  UNTIL WRK-IX-GRUPO > WRK-QT-APR
               PERFORM 2980-TOTAL-PEDIDO
               IF OCFORN-STATUS = 0
                  CLOSE OCFORN
               END-IF
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING '  FORNECEDOR ' DELIMITED BY SIZE
                      WRK-FORN-ATUAL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FOR-NOME DELIMITED BY SIZE
                      ' OCS ' DELIMITED BY SIZE
                      WRK-QT-OC-FORN DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' EM ' DELIMITED BY SIZE
                      WRK-NOME-PEDIDO DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       2955-CABECALHO-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING WRK-EMPRESA-NOME DELIMITED BY SIZE
                   '  CNPJ ' DELIMITED BY SIZE
                   WRK-EMPRESA-CNPJ DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            PERFORM 2990-GRAVA-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING 'PEDIDO DE COMPRA EMITIDO EM ' DELIMITED BY SIZE
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            PERFORM 2990-GRAVA-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING 'FORNECEDOR: ' DELIMITED BY SIZE
                   WRK-FORN-ATUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FOR-NOME DELIMITED BY SIZE
                   '  CNPJ ' DELIMITED BY SIZE
                   FOR-CNPJ DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            PERFORM 2990-GRAVA-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            PERFORM 2990-GRAVA-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING 'OC     REFERENCIA           ' DELIMITED BY SIZE
                   'DESCRICAO                      '
                   DELIMITED BY SIZE
                   '   QTD UN    CUSTO UNIT             VALOR'
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            PERFORM 2990-GRAVA-PEDIDO.

       2960-ITEM-PEDIDO.
            IF WRK-APR-FEITO(WRK-IX-GRUPO) = 'N'
               AND WRK-APR-FORNECEDOR(WRK-IX-GRUPO) = WRK-FORN-ATUAL
               MOVE 'S' TO WRK-APR-FEITO(WRK-IX-GRUPO)
               PERFORM 2970-GRAVA-OC
            END-IF.

       2970-GRAVA-OC.
            PERFORM 2975-RESERVA-NUMERO.
            MOVE WRK-NUMERO     TO OC-NUMERO.
            MOVE WRK-FORN-ATUAL TO OC-FORNECEDOR.
            MOVE WRK-APR-PRODUTO(WRK-IX-GRUPO) TO OC-PRODUTO.
            MOVE WRK-APR-QTD(WRK-IX-GRUPO)     TO OC-QTD-PEDIDA.
            MOVE ZEROS          TO OC-QTD-RECEBIDA.
            MOVE WRK-DATA-HOJE  TO OC-DATA.
            MOVE 'A' TO OC-SITUACAO.
            WRITE OC-REG
               INVALID KEY
                  DISPLAY 'PEDIDO JA EXISTIA: ' OC-NUMERO
               NOT INVALID KEY
                  ADD 1 TO WRK-QT-GERADAS WRK-QT-OC-FORN
                  PERFORM 2978-LINHA-PEDIDO
            END-WRITE.

       2975-RESERVA-NUMERO.
            MOVE ZEROS TO WRK-NUMERO.
            OPEN INPUT OCSEQ.
            IF OCSEQ-STATUS = 0
               READ OCSEQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE OCSEQ-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE OCSEQ
            END-IF.
            ADD 1 TO WRK-NUMERO.
            OPEN OUTPUT OCSEQ.
            MOVE WRK-NUMERO TO OCSEQ-NUMERO.
            WRITE OCSEQ-REG.
            CLOSE OCSEQ.

      *     custo unitario = ultimo custo do vinculo (zero se nunca
      *     houve entrada com custo desse fornecedor)
       2978-LINHA-PEDIDO.
            MOVE OC-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  MOVE SPACES TO PRODUTO-DESCRICAO PRODUTO-UNIDADE
            END-READ.
            MOVE OC-PRODUTO TO PFN-PRODUTO.
            READ PRODFORN
               INVALID KEY
                  MOVE SPACES TO PFN-REFERENCIA
                  MOVE ZEROS TO PFN-ULTIMO-CUSTO
            END-READ.
            COMPUTE WRK-VALOR-ITEM ROUNDED =
                    OC-QTD-PEDIDA * PFN-ULTIMO-CUSTO.
            ADD WRK-VALOR-ITEM TO WRK-VALOR-PEDIDO.
            MOVE OC-QTD-PEDIDA    TO WRK-QTD-ED.
            MOVE PFN-ULTIMO-CUSTO TO WRK-CUSTO-ED.
            MOVE WRK-VALOR-ITEM   TO WRK-VALOR-ED.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING OC-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PFN-REFERENCIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRODUTO-DESCRICAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRODUTO-UNIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-CUSTO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            PERFORM 2990-GRAVA-PEDIDO.

       2980-TOTAL-PEDIDO.
            MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-ED.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            PERFORM 2990-GRAVA-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING 'TOTAL DO PEDIDO' DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            MOVE WRK-VALOR-ED TO WRK-LINHA-PEDIDO(84:17).
            PERFORM 2990-GRAVA-PEDIDO.
            MOVE SPACES TO WRK-LINHA-PEDIDO.
            STRING 'VALORES PELO ULTIMO CUSTO PAGO - CONFIRMAR PRECO '
                   DELIMITED BY SIZE
                   'E PRAZO DE ENTREGA NO ACEITE DO PEDIDO.'
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-PEDIDO
            END-STRING.
            PERFORM 2990-GRAVA-PEDIDO.

       2990-GRAVA-PEDIDO.
            IF OCFORN-STATUS = 0
               WRITE OCFORN-REG FROM WRK-LINHA-PEDIDO
            END-IF.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PRODUTOS
               CLOSE ESTMOV
            END-IF.
            IF WRK-MODO = 'G'
               CLOSE OCOMPRA
               CLOSE PRODFORN
               CLOSE FORNECEDORES
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'SUGESTOES DE COMPRA..: ' WRK-QT-SUGERIDOS
               IF WRK-MODO = 'G'
                  DISPLAY 'OCS GERADAS..........: ' WRK-QT-GERADAS
                  DISPLAY 'PEDIDOS (OCFORN*.TXT): ' WRK-QT-PEDIDOS
               END-IF
               DISPLAY 'RELATORIO GRAVADO EM REPOSICAO.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
