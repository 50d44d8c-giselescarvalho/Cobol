       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORGER.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Geracao noturna dos pedidos recorrentes, etapa do
      *           FECHADIA. Para cada modelo ativo de RECORR.DAT
      *           (RECORCAD.cbl) com o proximo pedido vencido no dia
      *           de movimento seguinte ao que esta sendo fechado,
      *           monta o pedido com as mesmas criticas do PEDENTRA e
      *           do PEDLOTE: cliente ativo em CLIENTES.DAT, produto
      *           com saldo disponivel (kit pelos componentes, via
      *           KITLER.cbl), preco do cadastro com o desconto da
      *           categoria (TABCATEG.CPY), frete pela TABFRETE.CPY/
      *           TRANSPSEL.cbl com excedentes de peso/distancia,
      *           limite pela CREDVER.cbl e data prometida pela
      *           DIAUTILS. Pedido gerado vai para PEDIDOS.DAT/
      *           PEDITENS.DAT com a reserva de estoque, e o modelo
      *           avanca a frequencia; modelo recusado NAO avanca
      *           (tenta de novo na noite seguinte) e sai no
      *           relatorio de excecoes RECORGER.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) com o motivo, no codigo de
      *           duas letras do PEDLOTE.REJ. Modelo que passa da
      *           data final fica encerrado.
      * Modification History:
      *  15/10/2026 GC - campanhas de promocao (PROMOSEL.cbl): o item
      *                  gerado entra pelo preco da melhor campanha
      *                  valida na data do pedido, com o desconto da
      *                  categoria por cima, e grava
      *                  ITEM-CAMPANHA/ITEM-DESC-CAMPANHA.
      *  15/10/2026 GC - peso do frete pela soma quantidade x
      *                  PRODUTO-PESO dos itens, como no PEDLOTE; o
      *                  PRC-PESO do modelo so vale quando nenhum
      *                  produto tem peso cadastrado.
      *  15/10/2026 GC - pedido gerado marcado em PEDMARCA.MOV para o
      *                  resumo mensal de vendas (VENDMES.cbl).
      *  15/10/2026 GC - PEDIDOS-ENDERECO-SEQ gravado zerado
      *                  (entrega no endereco do cadastro).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORR
             ASSIGN TO 'RECORR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECORR-STATUS
               RECORD KEY IS PRC-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
           SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
           SELECT RECORGER-REL
             ASSIGN TO 'RECORGER.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECORGER-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'RECORR.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'PRODUTOS.CPY'.

       COPY 'PEDIDOS.CPY'.

       COPY 'PEDITENS.CPY'.

       FD RECORGER-REL.
       01 RECORGER-REL-REG   PIC X(132).

       WORKING-STORAGE SECTION.
       77 RECORR-STATUS      PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 PRODUTOS-STATUS    PIC 9(02).
       77 PEDIDOS-STATUS     PIC 9(02).
       77 PEDITENS-STATUS    PIC 9(02).
       77 RECORGER-REL-STATUS PIC 9(02).
       77 WRK-FIM-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA  PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOV       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PEDIDO    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-GERADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCECOES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENCERRADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO-REJ     PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-REJ    PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------
      * Pedido do modelo corrente.
      *----------------------------------------------------------------
       77 WRK-QT-ITENS       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-ITEM        PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PESO-PEDIDO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-UF-PEDIDO      PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-CLI     PIC 9(09)V99 VALUE ZEROS.
       01 WRK-ITENS-TAB.
            05 WRK-ITEM-LIN OCCURS 10 TIMES INDEXED BY WRK-IX-I.
                10 WRK-ITEM-CODIGO    PIC 9(06).
                10 WRK-ITEM-DESCRICAO PIC X(20).
                10 WRK-ITEM-QTD       PIC 9(03)V99.
                10 WRK-ITEM-PRECO     PIC 9(07)V99.
                10 WRK-ITEM-VALOR     PIC 9(09)V99.
                10 WRK-ITEM-CAMPANHA  PIC X(06).
                10 WRK-ITEM-DESC-CAMP PIC 9(07)V99.
       01 WRK-PROMOSEL-PEDIDO.
            05 WRK-PMS-PRODUTO     PIC 9(06).
            05 WRK-PMS-DATA        PIC 9(08).
            05 WRK-PMS-CATEGORIA   PIC X(01).
            05 WRK-PMS-PRECO       PIC 9(07)V99.
            05 WRK-PMS-CAMPANHA    PIC X(06).
            05 WRK-PMS-PRECO-PROMO PIC 9(07)V99.
       77 WRK-DESC-CAMP-UNIT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CATEG-PEDIDO   PIC X(01) VALUE SPACES.
       77 WRK-PRECO-LIQUIDO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ITEM     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FRETE-BASE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-EXC-PESO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-EXC-DIST PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PEDIDO-GRAVADO PIC X(01) VALUE 'N'.
       77 WRK-TENTATIVAS     PIC 9(02) VALUE ZEROS.
       01 WRK-CREDVER-PEDIDO.
            05 WRK-CRED-FONE       PIC 9(09).
            05 WRK-CRED-VALOR-NOVO PIC 9(09)V99.
            05 WRK-CRED-LIMITE     PIC 9(09)V99.
            05 WRK-CRED-EXPOSICAO  PIC 9(11)V99.
            05 WRK-CRED-RESULTADO  PIC X(01).
       77 WRK-TAXA-USADA   PIC 9V999 VALUE ZEROS.
       77 WRK-PRAZO-USADO  PIC 9(02) VALUE ZEROS.
       01 WRK-TRANSPSEL-PEDIDO.
            05 WRK-TSP-UF            PIC X(02).
            05 WRK-TSP-CODIGO-PEDIDO PIC X(03).
            05 WRK-TSP-CODIGO        PIC X(03).
            05 WRK-TSP-TAXA          PIC 9V999.
            05 WRK-TSP-PRAZO         PIC 9(02).
            05 WRK-TSP-CUSTO         PIC 9V999.
            05 WRK-TSP-ACHADO        PIC X(01).
       01 WRK-KIT-PEDIDO.
            05 WRK-KIT-PRODUTO     PIC 9(06).
            05 WRK-KIT-QT-COMP     PIC 9(02).
            05 WRK-KIT-COMP OCCURS 20 TIMES INDEXED BY WRK-IX-KIT.
                10 WRK-KIT-COMPONENTE PIC 9(06).
                10 WRK-KIT-QTD        PIC 9(05)V99.
       77 WRK-QTD-COMP     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-KIT-FALTA    PIC X(01) VALUE 'N'.
       COPY 'TABFRETE.CPY'.
       COPY 'TABCATEG.CPY'.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       01 WRK-DIAUTIL-PARM.
            05 WRK-DU-DATA-BASE   PIC 9(08).
            05 WRK-DU-QTD-DIAS    PIC S9(03).
            05 WRK-DU-DATA-RESULT PIC 9(08).
            05 WRK-DU-EH-FERIADO  PIC X(01).
            05 WRK-DU-MES-FISCAL  PIC 9(02).
            05 WRK-DU-TRIM-FISCAL PIC 9(01).
            05 WRK-DU-DATA-ATE    PIC 9(08) VALUE ZEROS.
            05 WRK-DU-DIAS-ENTRE  PIC S9(05) VALUE ZEROS.
            05 WRK-DU-UF          PIC X(02) VALUE SPACES.
            05 WRK-DU-CIDADE      PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------
      * Texto dos motivos de recusa para o relatorio.
      *----------------------------------------------------------------
       01 WRK-MOTIVOS-DADOS.
            05 FILLER PIC X(32) VALUE 'CLCLIENTE SEM CADASTRO'.
            05 FILLER PIC X(32) VALUE 'INCLIENTE INATIVO'.
            05 FILLER PIC X(32) VALUE 'UFUF FORA DA TABELA DE FRETE'.
            05 FILLER PIC X(32) VALUE 'SIMODELO SEM ITENS'.
            05 FILLER PIC X(32) VALUE 'PRPRODUTO SEM CADASTRO'.
            05 FILLER PIC X(32) VALUE 'QTQUANTIDADE ZERADA'.
            05 FILLER PIC X(32) VALUE 'SDSEM SALDO DISPONIVEL'.
            05 FILLER PIC X(32) VALUE 'CRLIMITE DE CREDITO EXCEDIDO'.
            05 FILLER PIC X(32) VALUE 'GRPEDIDO NAO GRAVADO'.
       01 WRK-MOTIVOS REDEFINES WRK-MOTIVOS-DADOS.
            05 WRK-MOT-ITEM OCCURS 9 TIMES INDEXED BY WRK-IX-MOT.
                10 WRK-MOT-CODIGO    PIC X(02).
                10 WRK-MOT-TEXTO     PIC X(30).
       77 WRK-TEXTO-MOTIVO   PIC X(30) VALUE SPACES.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99.
       COPY 'RESUMO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            PERFORM 1050-CARREGA-PARAMETROS.
      *     o fechamento roda no fim do dia de movimento: o pedido
      *     gerado agora ja nasce com a data do dia seguinte
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            COMPUTE WRK-DATA-PEDIDO =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-MOV) + 1).
            OPEN I-O RECORR
              IF RECORR-STATUS = 35 THEN
                  OPEN OUTPUT RECORR
                  CLOSE RECORR
                  OPEN I-O RECORR
               END-IF.
            OPEN INPUT CLIENTES.
            OPEN I-O PRODUTOS.
            OPEN I-O PEDIDOS
              IF PEDIDOS-STATUS = 35 THEN
                  OPEN OUTPUT PEDIDOS
                  CLOSE PEDIDOS
                  OPEN I-O PEDIDOS
               END-IF.
            OPEN I-O PEDITENS
              IF PEDITENS-STATUS = 35 THEN
                  OPEN OUTPUT PEDITENS
                  CLOSE PEDITENS
                  OPEN I-O PEDITENS
               END-IF.
            OPEN OUTPUT RECORGER-REL.
            IF RECORR-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
               OR PRODUTOS-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
               OR PEDITENS-STATUS NOT = 0
               OR RECORGER-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'PEDIDOS RECORRENTES - EXCECOES' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'PEDIDOS PARA ' DELIMITED BY SIZE
                      WRK-DATA-PEDIDO DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE 'FONE      MOD PROXIMO  MOTIVO' TO
                    RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE LOW-VALUES TO PRC-CHAVE
               START RECORR KEY IS NOT LESS THAN PRC-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

      *----------------------------------------------------------------
      * Limites e taxas de excedente, como no PEDLOTE: do cadastro
      * central de parametros, ou os padroes da TABFRETE.CPY.
      *----------------------------------------------------------------
       1050-CARREGA-PARAMETROS.
            MOVE 'LIMITE-PESO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-LIMITE-PESO
            END-IF.
            MOVE 'TAXA-EXCPESO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-TAXA-EXC-PESO
            END-IF.
            MOVE 'LIMITE-DIST' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-LIMITE-DIST
            END-IF.
            MOVE 'TAXA-EXCDIST' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-TAXA-EXC-DIST
            END-IF.

       2000-PROCESSAR.
            READ RECORR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRC-ATIVO
                     AND PRC-PROXIMA NOT > WRK-DATA-PEDIDO
                     PERFORM 2100-PROCESSA-MODELO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Modelo vencido: ja passou da data final, encerra; senao
      * critica, calcula frete, confere credito e grava. So o
      * pedido gravado avanca a data do proximo.
      *----------------------------------------------------------------
       2100-PROCESSA-MODELO.
            IF PRC-DATA-FIM NOT = ZEROS
               AND PRC-PROXIMA > PRC-DATA-FIM
               MOVE 'E' TO PRC-SITUACAO
               ADD 1 TO WRK-QT-ENCERRADOS
            ELSE
               ADD 1 TO WRK-QT-VENCIDOS
               PERFORM 2200-CRITICA-MODELO
               IF WRK-MOTIVO-REJ = SPACES
                  PERFORM 2610-CALCULA-FRETE
                  PERFORM 2620-VERIFICA-CREDITO
               END-IF
               IF WRK-MOTIVO-REJ = SPACES
                  PERFORM 2700-GRAVA-PEDIDO
               END-IF
               MOVE WRK-MOTIVO-REJ TO PRC-ULT-MOTIVO
               IF WRK-MOTIVO-REJ = SPACES
                  ADD 1 TO WRK-QT-GERADOS
                  MOVE WRK-DATA-PEDIDO TO PRC-ULT-GERACAO
                  COMPUTE PRC-PROXIMA =
                          FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(PRC-PROXIMA)
                          + PRC-FREQUENCIA)
                  IF PRC-DATA-FIM NOT = ZEROS
                     AND PRC-PROXIMA > PRC-DATA-FIM
                     MOVE 'E' TO PRC-SITUACAO
                     ADD 1 TO WRK-QT-ENCERRADOS
                  END-IF
                  DISPLAY 'PEDIDO GERADO: ' PRC-FONE '/' PRC-NUMERO
                          ' VALOR ' WRK-VALOR-PEDIDO
               ELSE
                  ADD 1 TO WRK-QT-EXCECOES
                  PERFORM 2900-LINHA-EXCECAO
               END-IF
            END-IF.
            REWRITE PRC-REG
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR MODELO: ' PRC-FONE
            END-REWRITE.

      *----------------------------------------------------------------
      * Criticas do PEDLOTE, na mesma ordem e com os mesmos codigos;
      * vale o primeiro motivo achado.
      *----------------------------------------------------------------
       2200-CRITICA-MODELO.
            MOVE SPACES TO WRK-MOTIVO-REJ.
            MOVE ZEROS TO WRK-PRODUTO-REJ.
            MOVE PRC-FONE TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  MOVE 'CL' TO WRK-MOTIVO-REJ
               NOT INVALID KEY
                  IF CLI-INATIVO
                     MOVE 'IN' TO WRK-MOTIVO-REJ
                  ELSE
                     PERFORM 2210-LOCALIZA-TAXA
                     IF WRK-IDX > 27
                        MOVE 'UF' TO WRK-MOTIVO-REJ
                     END-IF
                  END-IF
            END-READ.
            IF WRK-MOTIVO-REJ = SPACES AND PRC-QT-ITENS = ZEROS
               MOVE 'SI' TO WRK-MOTIVO-REJ
            END-IF.
            IF WRK-MOTIVO-REJ = SPACES
               MOVE CLIENTES-UF TO WRK-UF-PEDIDO
               MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-CLI
               MOVE CLIENTES-CATEGORIA TO WRK-CATEG-PEDIDO
               PERFORM 2220-RESOLVE-CATEGORIA
               MOVE ZEROS TO WRK-QT-ITENS WRK-VALOR-PEDIDO
                             WRK-PESO-PEDIDO
               MOVE ZEROS TO WRK-ITENS-TAB
               PERFORM 2300-CRITICA-ITEM
                  VARYING WRK-IX-ITEM FROM 1 BY 1
                  UNTIL WRK-IX-ITEM > PRC-QT-ITENS
                     OR WRK-MOTIVO-REJ NOT = SPACES
            END-IF.

       2210-LOCALIZA-TAXA.
            PERFORM 2215-VERIFICA-UF VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 27
                  OR WRK-TAB-UF(WRK-IDX) = CLIENTES-UF.

       2215-VERIFICA-UF.
            CONTINUE.

       2220-RESOLVE-CATEGORIA.
            EVALUATE TRUE
               WHEN CLI-ATACADO
                  MOVE WRK-DESC-ATACADO TO WRK-DESC-CATEGORIA
               WHEN CLI-VIP
                  MOVE WRK-DESC-VIP TO WRK-DESC-CATEGORIA
               WHEN OTHER
                  MOVE WRK-DESC-VAREJO TO WRK-DESC-CATEGORIA
            END-EVALUATE.

       2300-CRITICA-ITEM.
            SET PRC-IX TO WRK-IX-ITEM.
            MOVE PRC-PRODUTO(PRC-IX) TO WRK-PRODUTO-REJ.
            IF PRC-QTD(PRC-IX) = ZEROS
               MOVE 'QT' TO WRK-MOTIVO-REJ
            ELSE
               MOVE PRC-PRODUTO(PRC-IX) TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     MOVE 'PR' TO WRK-MOTIVO-REJ
                  NOT INVALID KEY
                     PERFORM 2370-VERIFICA-KIT
                     IF WRK-KIT-QT-COMP > ZEROS
                        IF WRK-KIT-FALTA = 'S'
                           MOVE 'SD' TO WRK-MOTIVO-REJ
                        END-IF
                     ELSE
                        IF PRC-QTD(PRC-IX) >
                           PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                           MOVE 'SD' TO WRK-MOTIVO-REJ
                        END-IF
                     END-IF
               END-READ
            END-IF.
            IF WRK-MOTIVO-REJ = SPACES
               PERFORM 2310-ACRESCENTA-ITEM
            END-IF.

       2310-ACRESCENTA-ITEM.
            MOVE PRC-PRODUTO(PRC-IX) TO WRK-PMS-PRODUTO.
            MOVE WRK-DATA-PEDIDO     TO WRK-PMS-DATA.
            MOVE WRK-CATEG-PEDIDO    TO WRK-PMS-CATEGORIA.
            MOVE PRODUTO-PRECO       TO WRK-PMS-PRECO.
            MOVE SPACES              TO WRK-PMS-CAMPANHA.
            MOVE PRODUTO-PRECO       TO WRK-PMS-PRECO-PROMO.
            CALL 'PROMOSEL' USING WRK-PROMOSEL-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            COMPUTE WRK-PRECO-LIQUIDO ROUNDED =
                    WRK-PMS-PRECO-PROMO
                    * (100 - WRK-DESC-CATEGORIA) / 100.
            COMPUTE WRK-DESC-CAMP-UNIT ROUNDED =
                    (PRODUTO-PRECO - WRK-PMS-PRECO-PROMO)
                    * (100 - WRK-DESC-CATEGORIA) / 100.
            COMPUTE WRK-VALOR-ITEM =
                    WRK-PRECO-LIQUIDO * PRC-QTD(PRC-IX).
            ADD 1 TO WRK-QT-ITENS.
            SET WRK-IX-I TO WRK-QT-ITENS.
            MOVE PRC-PRODUTO(PRC-IX) TO WRK-ITEM-CODIGO(WRK-IX-I).
            MOVE PRODUTO-DESCRICAO(1:20)
              TO WRK-ITEM-DESCRICAO(WRK-IX-I).
            MOVE PRC-QTD(PRC-IX) TO WRK-ITEM-QTD(WRK-IX-I).
            MOVE WRK-PRECO-LIQUIDO TO WRK-ITEM-PRECO(WRK-IX-I).
            MOVE WRK-VALOR-ITEM TO WRK-ITEM-VALOR(WRK-IX-I).
            MOVE WRK-PMS-CAMPANHA TO WRK-ITEM-CAMPANHA(WRK-IX-I).
            COMPUTE WRK-ITEM-DESC-CAMP(WRK-IX-I) =
                    WRK-DESC-CAMP-UNIT * PRC-QTD(PRC-IX).
            ADD WRK-VALOR-ITEM TO WRK-VALOR-PEDIDO.
            COMPUTE WRK-PESO-PEDIDO ROUNDED =
                    WRK-PESO-PEDIDO + PRC-QTD(PRC-IX) * PRODUTO-PESO.

      *----------------------------------------------------------------
      * Kit nao tem saldo proprio: confere cada componente e volta o
      * registro do kit para a area do PRODUTOS (preco e descricao).
      *----------------------------------------------------------------
       2370-VERIFICA-KIT.
            MOVE 'N' TO WRK-KIT-FALTA.
            MOVE PRC-PRODUTO(PRC-IX) TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP > ZEROS
               PERFORM 2375-VERIFICA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
               MOVE PRC-PRODUTO(PRC-IX) TO PRODUTO-CODIGO
               READ PRODUTOS
                  INVALID KEY
                     MOVE 'S' TO WRK-KIT-FALTA
               END-READ
            END-IF.

       2375-VERIFICA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP =
                    PRC-QTD(PRC-IX) * WRK-KIT-QTD(WRK-IX-KIT).
            READ PRODUTOS
               INVALID KEY
                  MOVE 'S' TO WRK-KIT-FALTA
               NOT INVALID KEY
                  IF WRK-QTD-COMP >
                     PRODUTO-ESTOQUE - PRODUTO-RESERVADO
                     MOVE 'S' TO WRK-KIT-FALTA
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Frete unico do pedido, como no PEDLOTE: transportadora mais
      * barata da UF, peso e distancia do modelo.
      *----------------------------------------------------------------
       2610-CALCULA-FRETE.
            MOVE WRK-UF-PEDIDO TO CLIENTES-UF.
            PERFORM 2210-LOCALIZA-TAXA.
            MOVE WRK-UF-PEDIDO TO WRK-TSP-UF.
            MOVE SPACES TO WRK-TSP-CODIGO-PEDIDO.
            CALL 'TRANSPSEL' USING WRK-TRANSPSEL-PEDIDO
               ON EXCEPTION
                  MOVE 'N' TO WRK-TSP-ACHADO
            END-CALL.
            IF WRK-TSP-ACHADO = 'S'
               MOVE WRK-TSP-TAXA  TO WRK-TAXA-USADA
               MOVE WRK-TSP-PRAZO TO WRK-PRAZO-USADO
            ELSE
               MOVE SPACES TO WRK-TSP-CODIGO
               MOVE WRK-TAB-TAXA(WRK-IDX)  TO WRK-TAXA-USADA
               MOVE WRK-TAB-PRAZO(WRK-IDX) TO WRK-PRAZO-USADO
            END-IF.
            COMPUTE WRK-FRETE-BASE = WRK-VALOR-PEDIDO * WRK-TAXA-USADA.
            MOVE ZEROS TO WRK-FRETE-EXC-PESO WRK-FRETE-EXC-DIST.
      *     peso pelos produtos; PRC-PESO so para modelo cujos
      *     produtos ainda nao tem peso cadastrado
            IF WRK-PESO-PEDIDO = ZEROS
               MOVE PRC-PESO TO WRK-PESO-PEDIDO
            END-IF.
            IF WRK-PESO-PEDIDO > WRK-LIMITE-PESO
               COMPUTE WRK-FRETE-EXC-PESO =
                    (WRK-PESO-PEDIDO - WRK-LIMITE-PESO)
                     * WRK-TAXA-EXC-PESO
            END-IF.
            IF PRC-DIST > WRK-LIMITE-DIST
               COMPUTE WRK-FRETE-EXC-DIST =
                    (PRC-DIST - WRK-LIMITE-DIST)
                     * WRK-TAXA-EXC-DIST
            END-IF.
            COMPUTE WRK-FRETE-TOTAL =
                    WRK-FRETE-BASE + WRK-FRETE-EXC-PESO
                                    + WRK-FRETE-EXC-DIST.

      *     sem liberacao gerencial na geracao noturna: excedeu, recusa
       2620-VERIFICA-CREDITO.
            IF WRK-LIMITE-CLI > 0
               MOVE PRC-FONE         TO WRK-CRED-FONE
               MOVE WRK-VALOR-PEDIDO TO WRK-CRED-VALOR-NOVO
               MOVE WRK-LIMITE-CLI   TO WRK-CRED-LIMITE
               CALL 'CREDVER' USING WRK-CREDVER-PEDIDO
                  ON EXCEPTION
                     MOVE 'O' TO WRK-CRED-RESULTADO
               END-CALL
               IF WRK-CRED-RESULTADO = 'E'
                  MOVE 'CR' TO WRK-MOTIVO-REJ
               END-IF
            END-IF.

       2700-GRAVA-PEDIDO.
            MOVE PRC-FONE        TO PEDIDOS-FONE.
            MOVE WRK-DATA-PEDIDO TO PEDIDOS-DATA.
            ACCEPT PEDIDOS-HORA FROM TIME.
            MOVE WRK-ITEM-DESCRICAO(1) TO PEDIDOS-PRODUTO.
            MOVE WRK-UF-PEDIDO    TO PEDIDOS-UF.
            MOVE WRK-VALOR-PEDIDO TO PEDIDOS-VALOR.
            MOVE WRK-FRETE-TOTAL  TO PEDIDOS-FRETE.
            MOVE PEDIDOS-DATA     TO WRK-DU-DATA-BASE.
            MOVE WRK-PRAZO-USADO  TO WRK-DU-QTD-DIAS.
            MOVE WRK-UF-PEDIDO    TO WRK-DU-UF.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
            MOVE WRK-DU-DATA-RESULT TO PEDIDOS-DATA-PREVISTA.
            MOVE WRK-TSP-CODIGO TO PEDIDOS-TRANSP.
            MOVE 'R' TO PEDIDOS-SITUACAO.
            MOVE ZEROS TO PEDIDOS-MANIFESTO.
            MOVE ZEROS TO PEDIDOS-DATA-ENTREGA.
            MOVE SPACES TO PEDIDOS-RECEBEDOR.
            MOVE ZEROS TO PEDIDOS-ORIGEM.
            MOVE ZEROS TO PEDIDOS-ENDERECO-SEQ.
      *     dois modelos do mesmo fone no mesmo segundo: anda a hora
            MOVE 'N' TO WRK-PEDIDO-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 2705-GRAVA-CABECALHO
               UNTIL WRK-PEDIDO-GRAVADO = 'S'
                  OR WRK-TENTATIVAS = 10.
            IF WRK-PEDIDO-GRAVADO = 'S'
               PERFORM 2710-GRAVA-ITEM
                  VARYING WRK-IX-ITEM FROM 1 BY 1
                  UNTIL WRK-IX-ITEM > WRK-QT-ITENS
               PERFORM 2740-MARCA-PEDIDO
            ELSE
               MOVE 'GR' TO WRK-MOTIVO-REJ
            END-IF.

       2705-GRAVA-CABECALHO.
            WRITE PEDIDOS-REG
               INVALID KEY
                  ADD 1 TO PEDIDOS-HORA
                  ADD 1 TO WRK-TENTATIVAS
               NOT INVALID KEY
                  MOVE 'S' TO WRK-PEDIDO-GRAVADO
            END-WRITE.

       2710-GRAVA-ITEM.
            SET WRK-IX-I TO WRK-IX-ITEM.
            MOVE PEDIDOS-FONE TO ITEM-FONE.
            MOVE PEDIDOS-DATA TO ITEM-DATA.
            MOVE PEDIDOS-HORA TO ITEM-HORA.
            MOVE WRK-IX-ITEM  TO ITEM-SEQ.
            MOVE WRK-ITEM-CODIGO(WRK-IX-I)    TO ITEM-PRODUTO.
            MOVE WRK-ITEM-DESCRICAO(WRK-IX-I) TO ITEM-DESCRICAO.
            MOVE WRK-ITEM-QTD(WRK-IX-I)       TO ITEM-QTD.
            MOVE WRK-ITEM-PRECO(WRK-IX-I)     TO ITEM-PRECO-UNIT.
            MOVE WRK-ITEM-VALOR(WRK-IX-I)     TO ITEM-VALOR.
            MOVE WRK-ITEM-CAMPANHA(WRK-IX-I)  TO ITEM-CAMPANHA.
            MOVE WRK-ITEM-DESC-CAMP(WRK-IX-I) TO ITEM-DESC-CAMPANHA.
            WRITE ITEM-REG
               INVALID KEY
                  DISPLAY 'ITEM DUPLICADO IGNORADO: ' ITEM-SEQ
               NOT INVALID KEY
                  PERFORM 2720-RESERVA-ESTOQUE
            END-WRITE.

      *----------------------------------------------------------------
      * Item de kit reserva nos componentes.
      *----------------------------------------------------------------
       2720-RESERVA-ESTOQUE.
            MOVE ITEM-PRODUTO TO WRK-KIT-PRODUTO.
            MOVE ZEROS TO WRK-KIT-QT-COMP.
            CALL 'KITLER' USING WRK-KIT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-KIT-QT-COMP = ZEROS
               MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
               MOVE ITEM-QTD     TO WRK-QTD-COMP
               PERFORM 2725-RESERVA-PRODUTO
            ELSE
               PERFORM 2730-RESERVA-COMPONENTE
                  VARYING WRK-IX-KIT FROM 1 BY 1
                  UNTIL WRK-IX-KIT > WRK-KIT-QT-COMP
            END-IF.

       2725-RESERVA-PRODUTO.
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'PRODUTO SUMIU AO RESERVAR: ' PRODUTO-CODIGO
               NOT INVALID KEY
                  ADD WRK-QTD-COMP TO PRODUTO-RESERVADO
                  REWRITE PRODUTO-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR RESERVA: '
                                PRODUTO-CODIGO
                  END-REWRITE
            END-READ.

       2730-RESERVA-COMPONENTE.
            MOVE WRK-KIT-COMPONENTE(WRK-IX-KIT) TO PRODUTO-CODIGO.
            COMPUTE WRK-QTD-COMP =
                    ITEM-QTD * WRK-KIT-QTD(WRK-IX-KIT).
            PERFORM 2725-RESERVA-PRODUTO.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       2740-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       2900-LINHA-EXCECAO.
            MOVE SPACES TO WRK-TEXTO-MOTIVO.
            SET WRK-IX-MOT TO 1.
            SEARCH WRK-MOT-ITEM
               AT END
                  MOVE WRK-MOTIVO-REJ TO WRK-TEXTO-MOTIVO
               WHEN WRK-MOT-CODIGO(WRK-IX-MOT) = WRK-MOTIVO-REJ
                  MOVE WRK-MOT-TEXTO(WRK-IX-MOT) TO WRK-TEXTO-MOTIVO
            END-SEARCH.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING PRC-FONE         DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   PRC-NUMERO       DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   PRC-PROXIMA      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WRK-MOTIVO-REJ   DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WRK-TEXTO-MOTIVO DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            IF WRK-MOTIVO-REJ = 'PR' OR WRK-MOTIVO-REJ = 'QT'
               OR WRK-MOTIVO-REJ = 'SD'
               MOVE 'PRODUTO' TO RPT-LINHA-IMPRESSA(67:7)
               MOVE WRK-PRODUTO-REJ TO RPT-LINHA-IMPRESSA(75:6)
            END-IF.
            IF WRK-MOTIVO-REJ = 'CR'
               MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-ED
               MOVE 'VALOR' TO RPT-LINHA-IMPRESSA(67:5)
               MOVE WRK-VALOR-ED TO RPT-LINHA-IMPRESSA(73:12)
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            MOVE WRK-QT-GERADOS  TO RES-REC-GERADOS.
            MOVE WRK-QT-EXCECOES TO RES-REC-EXCECOES.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR RECORR.DAT/CADASTROS/PEDIDOS'
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'MODELOS VENCIDOS: '  DELIMITED BY SIZE
                      WRK-QT-VENCIDOS       DELIMITED BY SIZE
                      '  GERADOS: '         DELIMITED BY SIZE
                      WRK-QT-GERADOS        DELIMITED BY SIZE
                      '  EXCECOES: '        DELIMITED BY SIZE
                      WRK-QT-EXCECOES       DELIMITED BY SIZE
                      '  ENCERRADOS: '      DELIMITED BY SIZE
                      WRK-QT-ENCERRADOS     DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 9995-RODAPE-RPT
               DISPLAY 'MODELOS VENCIDOS.....: ' WRK-QT-VENCIDOS
               DISPLAY 'PEDIDOS GERADOS......: ' WRK-QT-GERADOS
               DISPLAY 'EXCECOES.............: ' WRK-QT-EXCECOES
               DISPLAY 'MODELOS ENCERRADOS...: ' WRK-QT-ENCERRADOS
               DISPLAY 'EXCECOES EM RECORGER.REL'
      *        excecao nao interrompe o fechamento: o modelo tenta de
      *        novo na noite seguinte e o relatorio vai para o balcao
               MOVE ZERO TO RETURN-CODE
            END-IF.
            CLOSE RECORR.
            CLOSE CLIENTES.
            CLOSE PRODUTOS.
            CLOSE PEDIDOS.
            CLOSE PEDITENS.
            CLOSE RECORGER-REL.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==RECORGER-REL-REG==.

      *END PROGRAM RECORGER.
