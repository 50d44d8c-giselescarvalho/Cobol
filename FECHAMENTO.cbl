      *                  precisava. A acumulacao por produto viaja no
      *                  checkpoint, como a de vendedores, para o
      *                  reinicio nao recontar.
      *  15/10/2026 GC - o fechamento bem sucedido anexa as vendas por
      *                  produto do dia (data, produto, quantidade e
      *                  valor) a VENDPROD.HIS, historico que a curva
      *                  ABC mensal (ABCPROD.cbl) soma junto com os
      *                  itens de pedido.
      *  15/10/2026 GC - fechamento por loja: com o cadastro de lojas
      *                  (LOJAS.DAT, LOJA.cbl) cada loja ativa tem o
      *                  seu arquivo de vendas, com o codigo da loja
      *                  no header (CTL-LOJA), e o seu checkpoint
      *                  (FECHAnnn.CKP), e e fechada em separado.
      *                  FECHHIST ganha FH-LOJA: um registro por loja
      *                  e, por ultimo, o consolidado do dia (FH-LOJA
      *                  em branco), que e o que os leitores do
      *                  historico tomam. Loja ja fechada na data
      *                  (reexecucao depois de erro em outra loja) e
      *                  pulada; loja com erro nao impede as demais,
      *                  mas devolve RETURN-CODE 16. Sem o cadastro
      *                  continua o fechamento de loja unica, com
      *                  VENDAS.TXT e FECHAMENTO.CKP.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS-ENTRADA
             ASSIGN TO DYNAMIC WRK-NOME-VENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT FECHAMENTO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAIDA-STATUS.
           SELECT CHECKPOINT
             ASSIGN TO DYNAMIC WRK-NOME-CKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-STATUS.
      * Cadastro de vendedores (mantido pelo VENDEDOR.cbl), onde o
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDEDORES-STATUS
               RECORD KEY IS VEND-CODIGO.
      * Cadastro de lojas (LOJA.cbl): um arquivo de vendas e um
      * checkpoint por loja ativa.
           SELECT LOJAS
             ASSIGN TO 'LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOJAS-STATUS
               RECORD KEY IS LOJA-CODIGO.
      * Cadastro de produtos, para a critica do produto da venda.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
             ASSIGN TO 'FECHHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHHIST-STATUS.
      * Historico das vendas por produto de cada dia fechado com
      * sucesso (base da curva ABC do ABCPROD.cbl).
           SELECT VENDPROD-HIS
             ASSIGN TO 'VENDPROD.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDPROD-HIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * O arquivo comeca com o header 'H' e termina com o trailer
      * 'T'; os detalhes ficam entre os dois (o codigo de vendedor
      * nao deve comecar com T, reservado ao trailer). CTL-LOJA e o
      * codigo da loja dona do arquivo (em branco na loja unica).
       FD VENDAS-ENTRADA.
       01 VENDAS-ENT-REG.
            05 ENT-VENDEDOR   PIC X(10).
            05 CTL-TIPO-REG   PIC X(01).
            05 CTL-DATA-MOV   PIC 9(08).
            05 CTL-ORIGEM     PIC X(10).
            05 CTL-LOJA       PIC X(03).
       01 VENDAS-TRL-REG.
            05 TRL-TIPO-REG   PIC X(01).
            05 TRL-QT         PIC 9(07).

       COPY 'PRODUTOS.CPY'.

       COPY 'LOJAS.CPY'.

       FD FECHHIST.
       01 FH-REG.
            05 FH-DATA-MOV      PIC 9(08).
            05 FH-DINHEIRO      PIC 9(06)V99.
            05 FH-CARTAO        PIC 9(06)V99.
            05 FH-PIX           PIC 9(06)V99.
      *     loja do fechamento; em branco = consolidado do dia (e os
      *     registros anteriores ao cadastro de lojas)
            05 FH-LOJA          PIC X(03).

       FD VENDPROD-HIS.
       01 VPH-REG.
            05 VPH-DATA-MOV     PIC 9(08).
            05 VPH-PRODUTO      PIC 9(06).
            05 VPH-QTD          PIC 9(05).
            05 VPH-VALOR        PIC 9(09)V99.

       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-VEND     PIC X(01) VALUE 'N'.
       77 FECHHIST-STATUS   PIC 9(02).
       77 VENDPROD-HIS-STATUS PIC 9(02).
       77 WRK-ERRO-CONTROLE PIC X(01) VALUE 'N'.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
       77 WRK-TEM-PRODUTOS  PIC X(01) VALUE 'N'.
       77 WRK-QT-DETALHES   PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-VALORES  PIC S9(11)V99 VALUE ZEROS.
       77 LOJAS-STATUS      PIC 9(02).
       77 WRK-NOME-VENDAS   PIC X(30) VALUE 'VENDAS.TXT'.
       77 WRK-NOME-CKP      PIC X(30) VALUE 'FECHAMENTO.CKP'.
       77 WRK-MODO-LOJAS    PIC X(01) VALUE 'N'.
       77 WRK-ERRO-GERAL    PIC X(01) VALUE 'N'.
       77 WRK-GRAVA-CONSOLIDADO PIC X(01) VALUE 'N'.
       77 WRK-FIM-LOJAS     PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST      PIC X(01) VALUE 'N'.
       77 WRK-QT-LOJAS      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-FECHADAS   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CONSOLIDADAS PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LOJA       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LJ         PIC 9(02) VALUE ZEROS.
       77 WRK-SIT-TEXTO     PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------
      * Lojas a fechar na execucao, com os totais de cada uma para o
      * consolidado (na loja unica, uma ocorrencia com codigo em
      * branco).
      *----------------------------------------------------------------
       01 WRK-LOJA-TAB.
            05 WRK-LJ-ITEM OCCURS 10 TIMES.
                10 WRK-LJ-CODIGO     PIC X(03).
                10 WRK-LJ-ARQUIVO    PIC X(30).
      *         F = fechada agora, J = ja fechada antes, E = erro
                10 WRK-LJ-SITUACAO   PIC X(01).
                10 WRK-LJ-LIDOS      PIC 9(07).
                10 WRK-LJ-REJEITADAS PIC 9(05).
                10 WRK-LJ-ACUM       PIC 9(06)V99.
                10 WRK-LJ-DINHEIRO   PIC 9(06)V99.
                10 WRK-LJ-CARTAO     PIC 9(06)V99.
                10 WRK-LJ-PIX        PIC 9(06)V99.
       01 WRK-CONSOLIDADO.
            05 WRK-CONS-LIDOS      PIC 9(07).
            05 WRK-CONS-REJEITADAS PIC 9(05).
            05 WRK-CONS-ACUM       PIC 9(06)V99.
            05 WRK-CONS-DINHEIRO   PIC 9(06)V99.
            05 WRK-CONS-CARTAO     PIC 9(06)V99.
            05 WRK-CONS-PIX        PIC 9(06)V99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 1600-FECHA-LOJA
                  VARYING WRK-IX-LOJA FROM 1 BY 1
                  UNTIL WRK-IX-LOJA > WRK-QT-LOJAS
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR NOT = ZEROS
               MOVE WRK-PARM-VALOR TO WRK-INTERV-CKP
            END-IF.
            OPEN OUTPUT FECHAMENTO-SAIDA.
            OPEN I-O VENDEDORES
              IF VENDEDORES-STATUS = 35 THEN
               MOVE WRK-DM-DATA TO WRK-DATA-SISTEMA
            END-IF.
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-ANOMES-ATUAL.
            IF SAIDA-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'FECHAMENTO DIARIO DE VENDAS' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               PERFORM 1050-CARREGA-LOJAS
            END-IF.

      *----------------------------------------------------------------
      * Monta a tabela de lojas a fechar: as lojas ativas do cadastro
      * ou, sem cadastro (ou sem loja ativa), a loja unica de sempre,
      * com VENDAS.TXT e FECHAMENTO.CKP. Loja que ja tem registro no
      * FECHHIST da data fica marcada como ja fechada.
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
               MOVE 'VENDAS.TXT' TO WRK-LJ-ARQUIVO(1)
            ELSE
               MOVE 'S' TO WRK-MODO-LOJAS
               PERFORM 1070-VERIFICA-JA-FECHADAS
            END-IF.

       1060-LE-LOJA.
            READ LOJAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOJAS
               NOT AT END
                  IF LOJA-ATIVA
                     IF WRK-QT-LOJAS < 10
                        ADD 1 TO WRK-QT-LOJAS
                        MOVE WRK-QT-LOJAS TO WRK-IX-LJ
                        PERFORM 1065-INICIA-LOJA
                        PERFORM 1066-ARQUIVO-LOJA
                     ELSE
                        DISPLAY 'MAIS DE 10 LOJAS ATIVAS - LOJA '
                                LOJA-CODIGO ' NAO FECHADA'
                        MOVE 'S' TO WRK-ERRO-GERAL
                     END-IF
                  END-IF
            END-READ.

       1065-INICIA-LOJA.
            MOVE SPACES TO WRK-LJ-CODIGO(WRK-IX-LJ)
                           WRK-LJ-ARQUIVO(WRK-IX-LJ)
                           WRK-LJ-SITUACAO(WRK-IX-LJ).
            MOVE ZEROS TO WRK-LJ-LIDOS(WRK-IX-LJ)
                          WRK-LJ-REJEITADAS(WRK-IX-LJ)
                          WRK-LJ-ACUM(WRK-IX-LJ)
                          WRK-LJ-DINHEIRO(WRK-IX-LJ)
                          WRK-LJ-CARTAO(WRK-IX-LJ)
                          WRK-LJ-PIX(WRK-IX-LJ).

      *----------------------------------------------------------------
      * Arquivo de vendas em branco no cadastro vale VENDASnnn.TXT, o
      * nome que o PDV da loja emite.
      *----------------------------------------------------------------
       1066-ARQUIVO-LOJA.
            MOVE LOJA-CODIGO TO WRK-LJ-CODIGO(WRK-IX-LJ).
            IF LOJA-ARQ-VENDAS = SPACES
               STRING 'VENDAS'    DELIMITED BY SIZE
                      LOJA-CODIGO DELIMITED BY SPACE
                      '.TXT'      DELIMITED BY SIZE
                      INTO WRK-LJ-ARQUIVO(WRK-IX-LJ)
               END-STRING
            ELSE
               MOVE LOJA-ARQ-VENDAS TO WRK-LJ-ARQUIVO(WRK-IX-LJ)
            END-IF.

       1070-VERIFICA-JA-FECHADAS.
            MOVE 'N' TO WRK-FIM-HIST.
            OPEN INPUT FECHHIST.
            IF FECHHIST-STATUS = 0
               PERFORM 1080-LE-HISTORICO UNTIL WRK-FIM-HIST = 'S'
               CLOSE FECHHIST
            END-IF.

       1080-LE-HISTORICO.
            READ FECHHIST
               AT END
                  MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                  IF FH-DATA-MOV = WRK-DATA-SISTEMA
                     AND FH-LOJA NOT = SPACES
                     PERFORM 1090-MARCA-JA-FECHADA
                        VARYING WRK-IX-LJ FROM 1 BY 1
                        UNTIL WRK-IX-LJ > WRK-QT-LOJAS
                  END-IF
            END-READ.

       1090-MARCA-JA-FECHADA.
            IF WRK-LJ-CODIGO(WRK-IX-LJ) = FH-LOJA
               MOVE 'J'              TO WRK-LJ-SITUACAO(WRK-IX-LJ)
               MOVE FH-QT-LIDOS      TO WRK-LJ-LIDOS(WRK-IX-LJ)
               MOVE FH-QT-REJEITADAS TO WRK-LJ-REJEITADAS(WRK-IX-LJ)
               MOVE FH-ACUM          TO WRK-LJ-ACUM(WRK-IX-LJ)
               MOVE FH-DINHEIRO      TO WRK-LJ-DINHEIRO(WRK-IX-LJ)
               MOVE FH-CARTAO        TO WRK-LJ-CARTAO(WRK-IX-LJ)
               MOVE FH-PIX           TO WRK-LJ-PIX(WRK-IX-LJ)
            END-IF.

      *----------------------------------------------------------------
      * Fecha o arquivo de vendas de uma loja, do header ao trailer,
      * com o checkpoint proprio da loja; loja ja fechada na data nao
      * e reprocessada (os totais dela vem do FECHHIST).
      *----------------------------------------------------------------
       1600-FECHA-LOJA.
            IF WRK-LJ-SITUACAO(WRK-IX-LOJA) = 'J'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'LOJA ' DELIMITED BY SIZE
                      WRK-LJ-CODIGO(WRK-IX-LOJA) DELIMITED BY SIZE
                      ' JA FECHADA NA DATA - NAO REPROCESSADA'
                      DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            ELSE
               PERFORM 1610-PREPARA-LOJA
               OPEN INPUT VENDAS-ENTRADA
               IF ENTRADA-STATUS NOT = 0
                  DISPLAY 'ERRO AO ABRIR ' WRK-NOME-VENDAS
                  MOVE 'E' TO WRK-LJ-SITUACAO(WRK-IX-LOJA)
                  MOVE 'S' TO WRK-ERRO-GERAL
               ELSE
                  PERFORM 1500-VALIDA-HEADER
                  IF WRK-FIM-ARQ NOT = 'S'
                     PERFORM 1200-RESTAURA-CHECKPOINT
                     PERFORM 1300-PULA-PROCESSADOS
                        VARYING WRK-QT-LIDOS FROM 0 BY 1
                        UNTIL WRK-QT-LIDOS >= WRK-QT-PULAR
                     PERFORM 1100-LER-PROXIMO
                     PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'
                  END-IF
                  CLOSE VENDAS-ENTRADA
                  PERFORM 2990-CONCLUI-LOJA
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Nomes do arquivo e do checkpoint da loja e estado da execucao
      * zerado, para uma loja nao herdar os totais da anterior.
      *----------------------------------------------------------------
       1610-PREPARA-LOJA.
            MOVE WRK-LJ-ARQUIVO(WRK-IX-LOJA) TO WRK-NOME-VENDAS.
            IF WRK-MODO-LOJAS = 'S'
               MOVE SPACES TO WRK-NOME-CKP
               STRING 'FECHA' DELIMITED BY SIZE
                      WRK-LJ-CODIGO(WRK-IX-LOJA) DELIMITED BY SPACE
                      '.CKP' DELIMITED BY SIZE
                      INTO WRK-NOME-CKP
               END-STRING
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               STRING '-- LOJA ' DELIMITED BY SIZE
                      WRK-LJ-CODIGO(WRK-IX-LOJA) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-NOME-VENDAS DELIMITED BY SPACE
                      ' --' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            MOVE ZEROS TO WRK-VENDAS WRK-ACUM WRK-ACUM-DINHEIRO
                          WRK-ACUM-CARTAO WRK-ACUM-PIX
                          WRK-QT-REJEITADAS WRK-QT-VENDEDORES
                          WRK-QT-PRODVEND WRK-QT-LIDOS WRK-QT-PULAR
                          WRK-QT-DETALHES WRK-HASH-VALORES.
            MOVE 1 TO WRK-QT.
            MOVE 'N' TO WRK-FIM-ARQ WRK-ERRO-CONTROLE WRK-TEM-TRAILER.

      *----------------------------------------------------------------
      * O primeiro registro precisa ser o header 'H' com a data do
      * movimento igual a data da execucao; sem isso o arquivo esta
       1500-VALIDA-HEADER.
            READ VENDAS-ENTRADA
               AT END
                  DISPLAY WRK-NOME-VENDAS ' VAZIO - SEM HEADER'
                  MOVE 'S' TO WRK-ERRO-CONTROLE
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CTL-TIPO-REG NOT = 'H'
                     DISPLAY WRK-NOME-VENDAS ' SEM HEADER DE CONTROLE'
                     MOVE 'S' TO WRK-ERRO-CONTROLE
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     END-IF
                  END-IF
            END-READ.
      *     arquivo de outra loja no lugar do desta tambem aborta
            IF WRK-FIM-ARQ NOT = 'S' AND WRK-MODO-LOJAS = 'S'
               AND CTL-LOJA NOT = WRK-LJ-CODIGO(WRK-IX-LOJA)
               DISPLAY 'LOJA DO HEADER DIVERGE: ' CTL-LOJA
                       ' X ' WRK-LJ-CODIGO(WRK-IX-LOJA)
               MOVE 'S' TO WRK-ERRO-CONTROLE
               MOVE 'S' TO WRK-FIM-ARQ
            END-IF.

      *----------------------------------------------------------------
      * Se ja existir um checkpoint de uma execucao anterior, restaura
            MOVE WRK-PROD-QTD(WRK-IX)   TO CKP-PROD-QTD(WRK-IX).
            MOVE WRK-PROD-VALOR(WRK-IX) TO CKP-PROD-VALOR(WRK-IX).

      *----------------------------------------------------------------
      * Fim do arquivo de uma loja: conferido o controle, aplica os
      * vendedores, imprime a secao por produto, limpa o checkpoint
      * da loja e grava o historico dela; controle reprovado deixa a
      * loja com erro (checkpoint preservado) e segue para a proxima.
      *----------------------------------------------------------------
       2990-CONCLUI-LOJA.
            IF WRK-ERRO-CONTROLE = 'N' AND WRK-TEM-TRAILER = 'N'
               DISPLAY WRK-NOME-VENDAS
                       ' SEM TRAILER - ARQUIVO TRUNCADO'
               MOVE 'S' TO WRK-ERRO-CONTROLE
            END-IF.
            IF WRK-ERRO-CONTROLE = 'S'
               DISPLAY 'CONTROLE DO ARQUIVO REPROVADO - '
                       'FECHAMENTO ABORTADO: ' WRK-NOME-VENDAS
               MOVE 'E' TO WRK-LJ-SITUACAO(WRK-IX-LOJA)
               MOVE 'S' TO WRK-ERRO-GERAL
               IF WRK-MODO-LOJAS = 'S'
                  MOVE
                    'CONTROLE DO ARQUIVO REPROVADO - LOJA NAO FECHADA'
                    TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
               END-IF
            ELSE
               PERFORM 3500-APLICA-VENDEDORES
                  VARYING WRK-IX FROM 1 BY 1
                  UNTIL WRK-IX > WRK-QT-VENDEDORES
               PERFORM 3060-LISTA-VENDAS-PRODUTO
               IF WRK-MODO-LOJAS = 'S'
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  MOVE '-- FECHAMENTO DA LOJA --'
                    TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  PERFORM 3200-GRAVA-TOTAL-FORMA
               END-IF
               PERFORM 3300-LIMPA-CHECKPOINT
               MOVE 'F'               TO WRK-LJ-SITUACAO(WRK-IX-LOJA)
               MOVE WRK-QT-LIDOS      TO WRK-LJ-LIDOS(WRK-IX-LOJA)
               MOVE WRK-QT-REJEITADAS TO WRK-LJ-REJEITADAS(WRK-IX-LOJA)
               MOVE WRK-ACUM          TO WRK-LJ-ACUM(WRK-IX-LOJA)
               MOVE WRK-ACUM-DINHEIRO TO WRK-LJ-DINHEIRO(WRK-IX-LOJA)
               MOVE WRK-ACUM-CARTAO   TO WRK-LJ-CARTAO(WRK-IX-LOJA)
               MOVE WRK-ACUM-PIX      TO WRK-LJ-PIX(WRK-IX-LOJA)
               PERFORM 3400-GRAVA-HISTORICO
               PERFORM 3410-GRAVA-HIST-PRODUTOS
               ADD 1 TO WRK-QT-FECHADAS
            END-IF.

      *----------------------------------------------------------------
      * Consolidado do dia (soma das lojas fechadas agora e das ja
      * fechadas antes): lista de vendedores do mes, totais por forma
      * de pagamento, registro consolidado no FECHHIST (so com mais
      * de uma loja; na loja unica o registro da loja ja e o
      * consolidado) e numeros para o resumo do FECHADIA.
      *----------------------------------------------------------------
       3000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR FECHAMENTO.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE ZEROS TO WRK-CONSOLIDADO WRK-QT-CONSOLIDADAS
               MOVE ZEROS TO RES-FECH-QT-LOJAS
               PERFORM 3600-CONSOLIDA-LOJA
                  VARYING WRK-IX-LOJA FROM 1 BY 1
                  UNTIL WRK-IX-LOJA > WRK-QT-LOJAS
               IF WRK-QT-CONSOLIDADAS > 0
                  MOVE WRK-CONS-LIDOS      TO WRK-QT-LIDOS
                  MOVE WRK-CONS-REJEITADAS TO WRK-QT-REJEITADAS
                  MOVE WRK-CONS-ACUM       TO WRK-ACUM
                  MOVE WRK-CONS-DINHEIRO   TO WRK-ACUM-DINHEIRO
                  MOVE WRK-CONS-CARTAO     TO WRK-ACUM-CARTAO
                  MOVE WRK-CONS-PIX        TO WRK-ACUM-PIX
                  PERFORM 3050-LISTA-VENDEDORES-MES
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  MOVE '-- FECHAMENTO DO DIA --' TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  IF WRK-MODO-LOJAS = 'S'
                     PERFORM 3650-LINHA-LOJA
                        VARYING WRK-IX-LOJA FROM 1 BY 1
                        UNTIL WRK-IX-LOJA > WRK-QT-LOJAS
                  END-IF
                  PERFORM 3200-GRAVA-TOTAL-FORMA
                  PERFORM 9995-RODAPE-RPT
                  IF WRK-MODO-LOJAS = 'S' AND WRK-QT-FECHADAS > 0
                     MOVE 'S' TO WRK-GRAVA-CONSOLIDADO
                     PERFORM 3400-GRAVA-HISTORICO
                  END-IF
                  MOVE WRK-QT-LIDOS      TO RES-FECH-LIDOS
                  MOVE WRK-QT-REJEITADAS TO RES-FECH-REJEITADAS
                  MOVE WRK-ACUM          TO RES-FECH-ACUM
                  MOVE WRK-ACUM-DINHEIRO TO RES-FECH-DINHEIRO
                  MOVE WRK-ACUM-CARTAO   TO RES-FECH-CARTAO
                  MOVE WRK-ACUM-PIX      TO RES-FECH-PIX
                  DISPLAY 'REGISTROS LIDOS......: ' WRK-QT-LIDOS
                  DISPLAY 'VENDAS REJEITADAS....: ' WRK-QT-REJEITADAS
                  DISPLAY 'TOTAL ACUMULADO......: ' WRK-ACUM
                  DISPLAY 'TOTAL DINHEIRO.......: ' WRK-ACUM-DINHEIRO
                  DISPLAY 'TOTAL CARTAO.........: ' WRK-ACUM-CARTAO
                  DISPLAY 'TOTAL PIX............: ' WRK-ACUM-PIX
               END-IF
               IF WRK-ERRO-GERAL = 'S'
                  MOVE 16 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            CLOSE FECHAMENTO-SAIDA.
            CLOSE VENDEDORES.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Soma a loja ao consolidado e leva a linha dela para a area de
      * resumo do FECHADIA (so com o cadastro de lojas).
      *----------------------------------------------------------------
       3600-CONSOLIDA-LOJA.
            IF WRK-LJ-SITUACAO(WRK-IX-LOJA) = 'F' OR 'J'
               ADD 1 TO WRK-QT-CONSOLIDADAS
               ADD WRK-LJ-LIDOS(WRK-IX-LOJA)    TO WRK-CONS-LIDOS
               ADD WRK-LJ-REJEITADAS(WRK-IX-LOJA)
                                                TO WRK-CONS-REJEITADAS
               ADD WRK-LJ-ACUM(WRK-IX-LOJA)     TO WRK-CONS-ACUM
               ADD WRK-LJ-DINHEIRO(WRK-IX-LOJA) TO WRK-CONS-DINHEIRO
               ADD WRK-LJ-CARTAO(WRK-IX-LOJA)   TO WRK-CONS-CARTAO
               ADD WRK-LJ-PIX(WRK-IX-LOJA)      TO WRK-CONS-PIX
            END-IF.
            IF WRK-MODO-LOJAS = 'S'
               MOVE WRK-IX-LOJA TO RES-FECH-QT-LOJAS
               MOVE WRK-LJ-CODIGO(WRK-IX-LOJA)
                 TO RES-FL-CODIGO(WRK-IX-LOJA)
               MOVE WRK-LJ-LIDOS(WRK-IX-LOJA)
                 TO RES-FL-LIDOS(WRK-IX-LOJA)
               MOVE WRK-LJ-REJEITADAS(WRK-IX-LOJA)
                 TO RES-FL-REJEITADAS(WRK-IX-LOJA)
               MOVE WRK-LJ-ACUM(WRK-IX-LOJA)
                 TO RES-FL-ACUM(WRK-IX-LOJA)
               MOVE WRK-LJ-DINHEIRO(WRK-IX-LOJA)
                 TO RES-FL-DINHEIRO(WRK-IX-LOJA)
               MOVE WRK-LJ-CARTAO(WRK-IX-LOJA)
                 TO RES-FL-CARTAO(WRK-IX-LOJA)
               MOVE WRK-LJ-PIX(WRK-IX-LOJA)
                 TO RES-FL-PIX(WRK-IX-LOJA)
               MOVE WRK-LJ-SITUACAO(WRK-IX-LOJA)
                 TO RES-FL-SITUACAO(WRK-IX-LOJA)
            END-IF.

       3650-LINHA-LOJA.
            EVALUATE WRK-LJ-SITUACAO(WRK-IX-LOJA)
               WHEN 'F'
                  MOVE 'FECHADA' TO WRK-SIT-TEXTO
               WHEN 'J'
                  MOVE 'JA FECHADA' TO WRK-SIT-TEXTO
               WHEN OTHER
                  MOVE 'COM ERRO' TO WRK-SIT-TEXTO
            END-EVALUATE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'LOJA ' DELIMITED BY SIZE
                   WRK-LJ-CODIGO(WRK-IX-LOJA) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SIT-TEXTO DELIMITED BY SIZE
                   ' LIDOS ' DELIMITED BY SIZE
                   WRK-LJ-LIDOS(WRK-IX-LOJA) DELIMITED BY SIZE
                   ' TOTAL ' DELIMITED BY SIZE
                   WRK-LJ-ACUM(WRK-IX-LOJA) DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Unico ponto que atualiza VENDEDOR.DAT: aplica o total da
      * execucao de cada vendedor ao total do mes (com a virada de
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Zera o checkpoint da loja (FECHAMENTO.CKP na loja unica) ao
      * final de um fechamento bem sucedido, para
      * que a proxima rodada nao restaure (em 1200-RESTAURA-CHECKPOINT)
      * o numero de registros processados e os totais de uma execucao
      * anterior contra um VENDAS.TXT diferente.

      *----------------------------------------------------------------
      * Anexa os totais do dia ao historico de fechamentos, que a
      * conciliacao diaria e o fechamento mensal leem depois: o da
      * loja recem fechada ou, no fim, o consolidado (loja em branco).
      *----------------------------------------------------------------
       3400-GRAVA-HISTORICO.
            OPEN EXTEND FECHHIST.
               OPEN EXTEND FECHHIST
            END-IF.
            MOVE WRK-DATA-SISTEMA TO FH-DATA-MOV.
            IF WRK-GRAVA-CONSOLIDADO = 'S'
               MOVE SPACES TO FH-LOJA
            ELSE
               MOVE WRK-LJ-CODIGO(WRK-IX-LOJA) TO FH-LOJA
            END-IF.
            MOVE WRK-QT-LIDOS      TO FH-QT-LIDOS.
            MOVE WRK-QT-REJEITADAS TO FH-QT-REJEITADAS.
            MOVE WRK-ACUM          TO FH-ACUM.
            WRITE FH-REG.
            CLOSE FECHHIST.

      *----------------------------------------------------------------
      * Uma linha por produto vendido no dia, com a data do movimento;
      * o ABCPROD.cbl soma a janela de meses a partir daqui.
      *----------------------------------------------------------------
       3410-GRAVA-HIST-PRODUTOS.
            IF WRK-QT-PRODVEND > 0
               OPEN EXTEND VENDPROD-HIS
               IF VENDPROD-HIS-STATUS = 35
                  OPEN OUTPUT VENDPROD-HIS
                  CLOSE VENDPROD-HIS
                  OPEN EXTEND VENDPROD-HIS
               END-IF
               PERFORM 3420-GRAVA-PRODUTO-DIA
                  VARYING WRK-IX-VARRE-PROD FROM 1 BY 1
                  UNTIL WRK-IX-VARRE-PROD > WRK-QT-PRODVEND
               CLOSE VENDPROD-HIS
            END-IF.

       3420-GRAVA-PRODUTO-DIA.
            SET WRK-IX-PR TO WRK-IX-VARRE-PROD.
            MOVE WRK-DATA-SISTEMA          TO VPH-DATA-MOV.
            MOVE WRK-PROD-COD(WRK-IX-PR)   TO VPH-PRODUTO.
            MOVE WRK-PROD-QTD(WRK-IX-PR)   TO VPH-QTD.
            MOVE WRK-PROD-VALOR(WRK-IX-PR) TO VPH-VALOR.
            WRITE VPH-REG.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==FECHAMENTO-SAI-REG==.

