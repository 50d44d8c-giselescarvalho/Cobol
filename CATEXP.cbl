       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEXP.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Feed noturno de estoque e precos para a loja virtual
      *           (CATALOGO.TXT, layout fixo), no lugar da atualizacao
      *           manual que deixava o site vender o que nao temos:
      *           header 'H' com a data de movimento e o modo, um
      *           'P' por produto com codigo, descricao, unidade,
      *           PRODUTO-PRECO, disponivel (estoque menos reservado)
      *           e a proxima mudanca de preco programada em
      *           PRECOFUT.DAT dentro de CATAL-DIAS dias (padrao 7),
      *           e trailer 'T' com contagem e somas de controle. Com
      *           o parametro CATAL-DELTA = 1 so vai o produto que
      *           mudou desde o ultimo feed (controle CATENV.DAT,
      *           CATENV.CPY), mais um 'X' para o produto excluido do
      *           cadastro; sem o parametro o feed e completo e
      *           refaz o controle. Etapa do FECHADIA, depois da
      *           aplicacao dos precos programados.
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
      * Programacoes de preco (opcional).
           SELECT PRECOFUT
             ASSIGN TO 'PRECOFUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRECOFUT-STATUS
               RECORD KEY IS PFT-CHAVE.
      * O que foi enviado de cada produto no ultimo feed.
           SELECT CATENV
             ASSIGN TO 'CATENV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CATENV-STATUS
               RECORD KEY IS CEN-PRODUTO.
           SELECT CATALOGO-ARQ
             ASSIGN TO 'CATALOGO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PRODUTOS.CPY'.

       COPY 'PRECOFUT.CPY'.

       COPY 'CATENV.CPY'.

       FD CATALOGO-ARQ.
       01 CATALOGO-REG          PIC X(100).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS     PIC 9(02).
       77 PRECOFUT-STATUS     PIC 9(02).
       77 CATENV-STATUS       PIC 9(02).
       77 CATALOGO-STATUS     PIC 9(02).
       77 WRK-TEM-PRECOFUT    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-PFT         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-FUTURO     PIC 9(03) VALUE 7.
       77 WRK-MODO-DELTA      PIC X(01) VALUE 'N'.
       77 WRK-TEM-CONTROLE    PIC X(01) VALUE 'N'.
       77 WRK-ENVIA           PIC X(01) VALUE 'N'.
       77 WRK-DISPONIVEL      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-FUTURO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-FUTURA     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-PRODUTOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ENVIADOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXCLUIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-PRECOS     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-DISPONIVEL PIC 9(11)V99 VALUE ZEROS.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Registros do CATALOGO.TXT.
      *----------------------------------------------------------------
       01 WRK-CAT-HEADER.
            05 WRK-CH-TIPO      PIC X(01) VALUE 'H'.
            05 WRK-CH-DATA      PIC 9(08).
      *     C = completo (substitui o catalogo), D = so o que mudou
            05 WRK-CH-MODO      PIC X(01).
            05 WRK-CH-DIAS      PIC 9(03).
       01 WRK-CAT-PRODUTO.
      *     P = produto, X = produto excluido do cadastro
            05 WRK-CP-TIPO      PIC X(01).
            05 WRK-CP-CODIGO    PIC 9(06).
            05 WRK-CP-DESCRICAO PIC X(30).
            05 WRK-CP-UNIDADE   PIC X(03).
            05 WRK-CP-PRECO     PIC 9(07)V99.
            05 WRK-CP-DISPONIVEL PIC 9(05)V99.
      *     proxima mudanca de preco programada; zeros = nenhuma
            05 WRK-CP-PRECO-FUT PIC 9(07)V99.
            05 WRK-CP-DATA-FUT  PIC 9(08).
       01 WRK-CAT-TRAILER.
            05 WRK-CT-TIPO      PIC X(01) VALUE 'T'.
            05 WRK-CT-QT-LINHAS PIC 9(07).
            05 WRK-CT-PRECOS    PIC 9(13)V99.
            05 WRK-CT-DISPONIVEL PIC 9(11)V99.
       COPY 'RESUMO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-EXPORTA-PRODUTOS
               PERFORM 2500-EXPURGA-CONTROLE
               PERFORM 2900-GRAVA-TRAILER
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE ZEROS TO WRK-QT-PRODUTOS WRK-QT-ENVIADOS
                          WRK-QT-EXCLUIDOS WRK-SOMA-PRECOS
                          WRK-SOMA-DISPONIVEL.
            MOVE 'N' TO WRK-ERRO-ABERTURA WRK-TEM-PRECOFUT.
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            PERFORM 1050-CARREGA-PARAMETROS.
            COMPUTE WRK-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-MOV)
                    + WRK-DIAS-FUTURO).
            OPEN INPUT PRODUTOS.
            OPEN INPUT PRECOFUT.
            IF PRECOFUT-STATUS = 0
               MOVE 'S' TO WRK-TEM-PRECOFUT
            END-IF.
            OPEN I-O CATENV
              IF CATENV-STATUS = 35 THEN
                  OPEN OUTPUT CATENV
                  CLOSE CATENV
                  OPEN I-O CATENV
               END-IF.
            OPEN OUTPUT CATALOGO-ARQ.
            IF PRODUTOS-STATUS NOT = 0 OR CATENV-STATUS NOT = 0
               OR CATALOGO-STATUS NOT = 0
               DISPLAY 'PRODUTOS.DAT/CATENV.DAT/CATALOGO.TXT '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE WRK-DATA-MOV TO WRK-CH-DATA
               IF WRK-MODO-DELTA = 'S'
                  MOVE 'D' TO WRK-CH-MODO
               ELSE
                  MOVE 'C' TO WRK-CH-MODO
               END-IF
               MOVE WRK-DIAS-FUTURO TO WRK-CH-DIAS
               MOVE WRK-CAT-HEADER TO CATALOGO-REG
               WRITE CATALOGO-REG
            END-IF.

      *----------------------------------------------------------------
      * Modo do feed e janela da mudanca de preco programada, do
      * cadastro central de parametros.
      *----------------------------------------------------------------
       1050-CARREGA-PARAMETROS.
            MOVE 'N' TO WRK-MODO-DELTA.
            MOVE 'CATAL-DELTA' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR = 1
               MOVE 'S' TO WRK-MODO-DELTA
            END-IF.
            MOVE 'CATAL-DIAS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > ZEROS
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-DIAS-FUTURO
            END-IF.

       2000-EXPORTA-PRODUTOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PRODUTO-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PRODUTO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LE-PRODUTO UNTIL WRK-FIM-ARQ = 'S'.

       2100-LE-PRODUTO.
            READ PRODUTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-PRODUTOS
                  PERFORM 2200-AVALIA-PRODUTO
            END-READ.

      *----------------------------------------------------------------
      * Monta a linha do produto e decide se vai: no feed completo
      * sempre; no delta so se difere do que foi enviado da ultima
      * vez (ou nunca foi enviado).
      *----------------------------------------------------------------
       2200-AVALIA-PRODUTO.
            IF PRODUTO-RESERVADO > PRODUTO-ESTOQUE
               MOVE ZEROS TO WRK-DISPONIVEL
            ELSE
               COMPUTE WRK-DISPONIVEL =
                       PRODUTO-ESTOQUE - PRODUTO-RESERVADO
            END-IF.
            PERFORM 2300-PRECO-FUTURO.
            MOVE 'P'                 TO WRK-CP-TIPO.
            MOVE PRODUTO-CODIGO      TO WRK-CP-CODIGO.
            MOVE PRODUTO-DESCRICAO   TO WRK-CP-DESCRICAO.
            MOVE PRODUTO-UNIDADE     TO WRK-CP-UNIDADE.
            MOVE PRODUTO-PRECO       TO WRK-CP-PRECO.
            MOVE WRK-DISPONIVEL      TO WRK-CP-DISPONIVEL.
            MOVE WRK-PRECO-FUTURO    TO WRK-CP-PRECO-FUT.
            MOVE WRK-DATA-FUTURA     TO WRK-CP-DATA-FUT.
            MOVE PRODUTO-CODIGO TO CEN-PRODUTO.
            READ CATENV
               INVALID KEY
                  MOVE 'N' TO WRK-TEM-CONTROLE
               NOT INVALID KEY
                  MOVE 'S' TO WRK-TEM-CONTROLE
            END-READ.
            MOVE 'S' TO WRK-ENVIA.
            IF WRK-MODO-DELTA = 'S' AND WRK-TEM-CONTROLE = 'S'
               IF CEN-DESCRICAO = PRODUTO-DESCRICAO
                  AND CEN-UNIDADE = PRODUTO-UNIDADE
                  AND CEN-PRECO = PRODUTO-PRECO
                  AND CEN-DISPONIVEL = WRK-DISPONIVEL
                  AND CEN-PRECO-FUTURO = WRK-PRECO-FUTURO
                  AND CEN-DATA-FUTURA = WRK-DATA-FUTURA
                  MOVE 'N' TO WRK-ENVIA
               END-IF
            END-IF.
            IF WRK-ENVIA = 'S'
               MOVE WRK-CAT-PRODUTO TO CATALOGO-REG
               WRITE CATALOGO-REG
               ADD 1 TO WRK-QT-ENVIADOS
               ADD PRODUTO-PRECO  TO WRK-SOMA-PRECOS
               ADD WRK-DISPONIVEL TO WRK-SOMA-DISPONIVEL
               PERFORM 2400-ATUALIZA-CONTROLE
            END-IF.

      *----------------------------------------------------------------
      * Primeira programacao pendente do produto depois do dia de
      * movimento e ate o limite da janela (a do proprio dia ja foi
      * aplicada pelo PRECAPLI nesta noite).
      *----------------------------------------------------------------
       2300-PRECO-FUTURO.
            MOVE ZEROS TO WRK-PRECO-FUTURO WRK-DATA-FUTURA.
            IF WRK-TEM-PRECOFUT = 'S'
               MOVE 'N' TO WRK-FIM-PFT
               MOVE PRODUTO-CODIGO TO PFT-PRODUTO
               MOVE WRK-DATA-MOV   TO PFT-DATA-EFETIVA
               START PRECOFUT KEY IS GREATER THAN PFT-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-PFT
               END-START
               PERFORM 2310-LE-PRECOFUT UNTIL WRK-FIM-PFT = 'S'
            END-IF.

       2310-LE-PRECOFUT.
            READ PRECOFUT NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-PFT
               NOT AT END
                  IF PFT-PRODUTO NOT = PRODUTO-CODIGO
                     OR PFT-DATA-EFETIVA > WRK-DATA-LIMITE
                     MOVE 'S' TO WRK-FIM-PFT
                  ELSE
                     IF PFT-PENDENTE
                        MOVE PFT-PRECO-NOVO   TO WRK-PRECO-FUTURO
                        MOVE PFT-DATA-EFETIVA TO WRK-DATA-FUTURA
                        MOVE 'S' TO WRK-FIM-PFT
                     END-IF
                  END-IF
            END-READ.

       2400-ATUALIZA-CONTROLE.
            MOVE PRODUTO-CODIGO    TO CEN-PRODUTO.
            MOVE PRODUTO-DESCRICAO TO CEN-DESCRICAO.
            MOVE PRODUTO-UNIDADE   TO CEN-UNIDADE.
            MOVE PRODUTO-PRECO     TO CEN-PRECO.
            MOVE WRK-DISPONIVEL    TO CEN-DISPONIVEL.
            MOVE WRK-PRECO-FUTURO  TO CEN-PRECO-FUTURO.
            MOVE WRK-DATA-FUTURA   TO CEN-DATA-FUTURA.
            MOVE WRK-DATA-MOV      TO CEN-DATA-ENVIO.
            IF WRK-TEM-CONTROLE = 'S'
               REWRITE CEN-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR CATENV ' CEN-PRODUTO
               END-REWRITE
            ELSE
               WRITE CEN-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR CATENV ' CEN-PRODUTO
               END-WRITE
            END-IF.

      *----------------------------------------------------------------
      * Produto enviado antes e que nao existe mais no cadastro: no
      * delta sai como 'X' para o site retirar; nos dois modos deixa
      * o controle.
      *----------------------------------------------------------------
       2500-EXPURGA-CONTROLE.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE ZEROS TO CEN-PRODUTO.
            START CATENV KEY IS NOT LESS THAN CEN-PRODUTO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2510-LE-CONTROLE UNTIL WRK-FIM-ARQ = 'S'.

       2510-LE-CONTROLE.
            READ CATENV NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE CEN-PRODUTO TO PRODUTO-CODIGO
                  READ PRODUTOS
                     INVALID KEY
                        PERFORM 2520-EXCLUI-PRODUTO
                  END-READ
            END-READ.

       2520-EXCLUI-PRODUTO.
            IF WRK-MODO-DELTA = 'S'
               MOVE 'X'           TO WRK-CP-TIPO
               MOVE CEN-PRODUTO   TO WRK-CP-CODIGO
               MOVE CEN-DESCRICAO TO WRK-CP-DESCRICAO
               MOVE CEN-UNIDADE   TO WRK-CP-UNIDADE
               MOVE ZEROS TO WRK-CP-PRECO WRK-CP-DISPONIVEL
                             WRK-CP-PRECO-FUT WRK-CP-DATA-FUT
               MOVE WRK-CAT-PRODUTO TO CATALOGO-REG
               WRITE CATALOGO-REG
               ADD 1 TO WRK-QT-EXCLUIDOS
            END-IF.
            DELETE CATENV RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO EXCLUIR CATENV ' CEN-PRODUTO
            END-DELETE.

       2900-GRAVA-TRAILER.
            COMPUTE WRK-CT-QT-LINHAS =
                    WRK-QT-ENVIADOS + WRK-QT-EXCLUIDOS.
            MOVE WRK-SOMA-PRECOS     TO WRK-CT-PRECOS.
            MOVE WRK-SOMA-DISPONIVEL TO WRK-CT-DISPONIVEL.
            MOVE WRK-CAT-TRAILER TO CATALOGO-REG.
            WRITE CATALOGO-REG.

       3000-FINALIZAR.
            MOVE WRK-QT-ENVIADOS  TO RES-CAT-ENVIADOS.
            MOVE WRK-QT-EXCLUIDOS TO RES-CAT-EXCLUIDOS.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               CLOSE PRODUTOS
               CLOSE CATENV
               CLOSE CATALOGO-ARQ
               IF WRK-TEM-PRECOFUT = 'S'
                  CLOSE PRECOFUT
               END-IF
               DISPLAY 'PRODUTOS LIDOS.......: ' WRK-QT-PRODUTOS
               DISPLAY 'PRODUTOS ENVIADOS....: ' WRK-QT-ENVIADOS
               DISPLAY 'PRODUTOS EXCLUIDOS...: ' WRK-QT-EXCLUIDOS
               IF WRK-MODO-DELTA = 'S'
                  DISPLAY 'FEED DELTA GRAVADO EM CATALOGO.TXT'
               ELSE
                  DISPLAY 'FEED COMPLETO GRAVADO EM CATALOGO.TXT'
               END-IF
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM CATEXP.
