      *           numero do pedido de compra no documento, acumulando
      *           OC-QTD-RECEBIDA aqui - o recebimento deixa de ser
      *           documento digitado livre.
      * Modification History:
      *  15/10/2026 GC - layout do fornecedor passa para o FORNECED.CPY,
      *                  compartilhado com o contas a pagar (PAGAR.cbl
      *                  e PAGREM.cbl).
      *  15/10/2026 GC - modo V: fornecedor preferido do produto
      *                  (PRODFORN.DAT) com a referencia do produto no
      *                  fornecedor, lote minimo de compra e ultimo
      *                  custo, base dos pedidos gerados pela sugestao
      *                  de compra do REPOSICAO.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
      * Fornecedor preferido de cada produto (modo V).
           SELECT PRODFORN
             ASSIGN TO 'PRODFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODFORN-STATUS
               RECORD KEY IS PFN-PRODUTO.
           SELECT OCSEQ
             ASSIGN TO 'OCOMPRA.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY 'OCOMPRA.CPY'.

       COPY 'FORNECED.CPY'.

       COPY 'PRODUTOS.CPY'.

       COPY 'PRODFORN.CPY'.

       FD OCSEQ.
       01 OCSEQ-REG.
            05 OCSEQ-NUMERO  PIC 9(06).
       77 WRK-QT-ABERTOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MAIOR        PIC 9(05) VALUE ZEROS.
       77 WRK-FALTA           PIC S9(06) VALUE ZEROS.
       77 PRODFORN-STATUS     PIC 9(02).
       77 WRK-TEM-VINCULO     PIC X(01) VALUE 'N'.
       77 WRK-REFERENCIA      PIC X(20) VALUE SPACES.
       77 WRK-QTD-MINIMA      PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-CUSTO    PIC 9(07)V99 VALUE ZEROS.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
                     PERFORM 5000-INCLUIR-PEDIDO
                  WHEN 'C'
                     PERFORM 6000-CONSULTAR-PEDIDO
                  WHEN 'V'
                     PERFORM 6500-VINCULA-FORNECEDOR
                  WHEN OTHER
                     PERFORM 7000-RELATORIO-VARIACAO
               END-EVALUATE
            GOBACK.

       1000-INICIAR.
            DISPLAY '(I) INCLUIR PEDIDO DE COMPRA, (C) CONSULTAR,'.
            DISPLAY '(V) FORNECEDOR PREFERIDO DO PRODUTO'.
            DISPLAY 'OU (R) RELATORIO DE VARIACAO DE RECEBIMENTO ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'i' MOVE 'I' TO WRK-MODO
               WHEN 'c' MOVE 'C' TO WRK-MODO
               WHEN 'v' MOVE 'V' TO WRK-MODO
               WHEN 'I' CONTINUE
               WHEN 'C' CONTINUE
               WHEN 'V' CONTINUE
               WHEN OTHER MOVE 'R' TO WRK-MODO
            END-EVALUATE.
            OPEN I-O OCOMPRA
                  CLOSE OCOMPRA
                  OPEN I-O OCOMPRA
               END-IF.
            IF WRK-MODO = 'I' OR WRK-MODO = 'V'
               OPEN INPUT FORNECEDORES
               OPEN INPUT PRODUTOS
               IF FORNECEDORES-STATUS NOT = 0
                  MOVE 'S' TO WRK-ERRO-ABERTURA
               END-IF
            END-IF.
            IF WRK-MODO = 'V'
               OPEN I-O PRODFORN
                 IF PRODFORN-STATUS = 35 THEN
                     OPEN OUTPUT PRODFORN
                     CLOSE PRODFORN
                     OPEN I-O PRODFORN
                  END-IF
               IF PRODFORN-STATUS NOT = 0
                  DISPLAY 'PRODFORN.DAT INDISPONIVEL'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
               END-IF
            END-IF.
            IF OCOMPRA-STATUS NOT = 0
               DISPLAY 'OCOMPRA.DAT INDISPONIVEL'
               MOVE 'S' TO WRK-ERRO-ABERTURA
                          ' SIT ' OC-SITUACAO
            END-READ.

      *----------------------------------------------------------------
      * Fornecedor preferido do produto: fornecedor ativo, referencia
      * no catalogo dele, lote minimo e ultimo custo (o ESTOQUE
      * atualiza o custo nas entradas seguintes). Fornecedor zero
      * desfaz o vinculo.
      *----------------------------------------------------------------
       6500-VINCULA-FORNECEDOR.
            DISPLAY 'CODIGO DO PRODUTO: '.
            ACCEPT WRK-PRODUTO.
            MOVE WRK-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  DISPLAY 'PRODUTO NAO CADASTRADO'
               NOT INVALID KEY
                  DISPLAY PRODUTO-CODIGO ' ' PRODUTO-DESCRICAO
                  PERFORM 6510-MOSTRA-VINCULO
                  DISPLAY 'FORNECEDOR PREFERIDO (0 = DESFAZER): '
                  ACCEPT WRK-FORNECEDOR
                  IF WRK-FORNECEDOR = ZEROS
                     PERFORM 6520-DESFAZ-VINCULO
                  ELSE
                     MOVE WRK-FORNECEDOR TO FOR-CODIGO
                     READ FORNECEDORES
                        INVALID KEY
                           DISPLAY 'FORNECEDOR NAO CADASTRADO'
                        NOT INVALID KEY
                           IF FOR-INATIVO
                              DISPLAY 'FORNECEDOR INATIVO'
                           ELSE
                              PERFORM 6530-GRAVA-VINCULO
                           END-IF
                     END-READ
                  END-IF
            END-READ.

       6510-MOSTRA-VINCULO.
            MOVE WRK-PRODUTO TO PFN-PRODUTO.
            READ PRODFORN
               INVALID KEY
                  MOVE 'N' TO WRK-TEM-VINCULO
                  DISPLAY 'SEM FORNECEDOR PREFERIDO'
               NOT INVALID KEY
                  MOVE 'S' TO WRK-TEM-VINCULO
                  DISPLAY 'ATUAL: FORNECEDOR ' PFN-FORNECEDOR
                          ' REF ' PFN-REFERENCIA
                  DISPLAY '       LOTE MINIMO ' PFN-QTD-MINIMA
                          ' ULTIMO CUSTO ' PFN-ULTIMO-CUSTO
                          ' EM ' PFN-DATA-CUSTO
            END-READ.

       6520-DESFAZ-VINCULO.
            IF WRK-TEM-VINCULO = 'S'
               DELETE PRODFORN
                  INVALID KEY
                     DISPLAY 'ERRO AO DESFAZER O VINCULO'
                  NOT INVALID KEY
                     DISPLAY 'VINCULO DESFEITO'
               END-DELETE
            ELSE
               DISPLAY 'NADA A DESFAZER'
            END-IF.

      *     ultimo custo zero mantem o que ja estava gravado
       6530-GRAVA-VINCULO.
            DISPLAY 'REFERENCIA DO PRODUTO NO FORNECEDOR: '.
            ACCEPT WRK-REFERENCIA.
            DISPLAY 'LOTE MINIMO DE COMPRA (0 = SEM MINIMO): '.
            ACCEPT WRK-QTD-MINIMA.
            DISPLAY 'ULTIMO CUSTO UNITARIO (0 = MANTER): '.
            ACCEPT WRK-ULTIMO-CUSTO.
            IF WRK-TEM-VINCULO = 'N'
               MOVE WRK-PRODUTO TO PFN-PRODUTO
               MOVE ZEROS TO PFN-ULTIMO-CUSTO PFN-DATA-CUSTO
            END-IF.
            MOVE WRK-FORNECEDOR TO PFN-FORNECEDOR.
            MOVE WRK-REFERENCIA TO PFN-REFERENCIA.
            MOVE WRK-QTD-MINIMA TO PFN-QTD-MINIMA.
            IF WRK-ULTIMO-CUSTO NOT = ZEROS
               MOVE WRK-ULTIMO-CUSTO TO PFN-ULTIMO-CUSTO
               ACCEPT PFN-DATA-CUSTO FROM DATE YYYYMMDD
            END-IF.
            IF WRK-TEM-VINCULO = 'S'
               REWRITE PFN-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O VINCULO'
                  NOT INVALID KEY
                     DISPLAY 'VINCULO ALTERADO - ' FOR-NOME
               END-REWRITE
            ELSE
               WRITE PFN-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O VINCULO'
                  NOT INVALID KEY
                     DISPLAY 'VINCULO REGISTRADO - ' FOR-NOME
               END-WRITE
            END-IF.

      *----------------------------------------------------------------
      * Variacao de recebimento: pedidos abertos com o que falta
      * chegar; recebimento a maior destacado.
            IF OCOMPRA-STATUS = 0
               CLOSE OCOMPRA
            END-IF.
            IF (WRK-MODO = 'I' OR WRK-MODO = 'V')
               AND WRK-ERRO-ABERTURA = 'N'
               CLOSE FORNECEDORES
               CLOSE PRODUTOS
            END-IF.
            IF WRK-MODO = 'V' AND PRODFORN-STATUS = 0
               CLOSE PRODFORN
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
