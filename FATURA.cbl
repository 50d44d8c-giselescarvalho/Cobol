      *                  numero da fatura e as demais saem de
      *                  RECEBER.SEQ (faixa propria, a partir de
      *                  500001).
      *  15/10/2026 GC - ICMS pela UF de destino: na fatura persistida
      *                  a aliquota do item deixa de ser a digitada e
      *                  passa a ser a da tabela ICMSUF.DAT (UF de
      *                  origem = parametro EMIT-UF, destino =
      *                  CLIENTES-UF); venda interestadual a
      *                  consumidor final (documento que nao e CNPJ)
      *                  calcula tambem o DIFAL (interna do destino -
      *                  interestadual), recolhido pela empresa e fora
      *                  do total do cliente. UF, aliquota e DIFAL
      *                  vao para FATURAS.DAT (apuracao por UF do
      *                  LIVROFIS.cbl). Par sem aliquota na tabela
      *                  mantem o percentual digitado.
      *  15/10/2026 GC - titulo novo nasce sem negativacao
      *                  (REC-NEGATIVACAO/REC-DATA-NEGATIV do
      *                  RECEBER.CPY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ASSIGN TO 'RECEBER.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECSEQ-STATUS.
      * Aliquotas de ICMS por UF de origem x destino (ICMSTAB.cbl).
           SELECT ICMSUF
             ASSIGN TO 'ICMSUF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ICMSUF-STATUS
               RECORD KEY IS ICM-CHAVE.
      * Parametros do sistema: a UF do emitente (EMIT-UF) vem na
      * descricao do parametro.
           SELECT PARAMETROS
             ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMETROS-STATUS
               RECORD KEY IS PARM-NOME.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
       01 RECSEQ-REG.
            05 RECSEQ-NUMERO    PIC 9(06).

       COPY 'ICMSUF.CPY'.

       FD PARAMETROS.
       01 PARM-REG.
            05 PARM-NOME     PIC X(12).
            05 PARM-VALOR    PIC 9(09)V99.
            05 PARM-DESCRICAO PIC X(30).

       WORKING-STORAGE SECTION.
       77 ENTRADA-STATUS   PIC 9(02).
       77 SAIDA-STATUS     PIC 9(02).
       77 WRK-NUM-TITULO   PIC 9(06) VALUE ZEROS.
       77 WRK-PRAZO-PARC   PIC 9(04) VALUE ZEROS.
       COPY 'TABCATEG.CPY'.
       77 ICMSUF-STATUS    PIC 9(02).
       77 PARAMETROS-STATUS PIC 9(02).
      *----------------------------------------------------------------
      * ICMS pela UF de destino: WRK-USA-ICMSUF = 'S' quando o par
      * origem x destino tem aliquota na tabela; WRK-ALIQ-DIFAL so e
      * diferente de zero na venda interestadual a consumidor final.
      *----------------------------------------------------------------
       77 WRK-UF-ORIGEM    PIC X(02) VALUE 'SP'.
       77 WRK-UF-DESTINO   PIC X(02) VALUE SPACES.
       77 WRK-USA-ICMSUF   PIC X(01) VALUE 'N'.
       77 WRK-CONS-FINAL   PIC X(01) VALUE 'N'.
       77 WRK-ALIQ-ICMS    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ALIQ-DIFAL   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DIFAL        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFAL-GERAL  PIC 9(09)V99 VALUE ZEROS.
       COPY 'VALDOCWS.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      *     CALLed varias vezes na mesma rodada (FATFRETE.cbl)
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE ZEROS TO WRK-QT-LIDOS WRK-TOTAL-GERAL
                          WRK-IMPOSTO-GERAL WRK-DIFAL-GERAL
                          WRK-ALIQ-ICMS WRK-ALIQ-DIFAL.
            MOVE 'N' TO WRK-USA-ICMSUF WRK-CONS-FINAL.
            MOVE SPACES TO WRK-UF-DESTINO.
            OPEN INPUT FATURA-ENTRADA.
            OPEN OUTPUT FATURA-SAIDA.
            PERFORM 1300-PREPARA-PERSISTENCIA.
                        MOVE 'N' TO WRK-PERSISTE
                     NOT INVALID KEY
                        PERFORM 1320-RESOLVE-CATEGORIA
                        PERFORM 1330-RESOLVE-ICMS
                  END-READ
                  CLOSE CLIENTES
               END-IF
            END-IF.
            IF WRK-PERSISTE = 'S'
               PERFORM 1360-IMPRIME-CATEGORIA
               PERFORM 1370-IMPRIME-ICMS
            END-IF.
            IF WRK-PERSISTE = 'S'
               PERFORM 1350-RESERVA-NUMERO
                  MOVE 'VAREJO ' TO WRK-ROTULO-CATEG
            END-EVALUATE.

      *----------------------------------------------------------------
      * Aliquota de ICMS da venda: UF do emitente (EMIT-UF, padrao SP)
      * x UF do cliente na tabela ICMSUF.DAT. Consumidor final e o
      * cliente sem CNPJ valido; so ele gera DIFAL na venda para
      * outra UF.
      *----------------------------------------------------------------
       1330-RESOLVE-ICMS.
            MOVE CLIENTES-UF TO WRK-UF-DESTINO.
            MOVE CLIENTES-DOC TO DOC-ENTRADA.
            PERFORM 9620-VALIDA-DOC.
            IF DOC-TIPO = 'CNPJ '
               MOVE 'N' TO WRK-CONS-FINAL
            ELSE
               MOVE 'S' TO WRK-CONS-FINAL
            END-IF.
            OPEN INPUT PARAMETROS.
            IF PARAMETROS-STATUS = 0
               MOVE 'EMIT-UF' TO PARM-NOME
               READ PARAMETROS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PARM-DESCRICAO(1:2) NOT = SPACES
                        MOVE PARM-DESCRICAO(1:2) TO WRK-UF-ORIGEM
                     END-IF
               END-READ
               CLOSE PARAMETROS
            END-IF.
            IF WRK-UF-DESTINO = SPACES
               DISPLAY 'CLIENTE SEM UF: ICMS PELO PERCENTUAL DO ITEM'
            ELSE
               OPEN INPUT ICMSUF
               IF ICMSUF-STATUS = 0
                  MOVE WRK-UF-ORIGEM  TO ICM-UF-ORIGEM
                  MOVE WRK-UF-DESTINO TO ICM-UF-DESTINO
                  READ ICMSUF
                     INVALID KEY
                        DISPLAY 'SEM ALIQUOTA DE ICMS PARA '
                                WRK-UF-ORIGEM '/' WRK-UF-DESTINO
                                ': PERCENTUAL DO ITEM'
                     NOT INVALID KEY
                        MOVE 'S' TO WRK-USA-ICMSUF
                        MOVE ICM-ALIQUOTA TO WRK-ALIQ-ICMS
                        IF WRK-UF-ORIGEM NOT = WRK-UF-DESTINO
                           AND WRK-CONS-FINAL = 'S'
                           AND ICM-ALIQ-DESTINO > ICM-ALIQUOTA
                           COMPUTE WRK-ALIQ-DIFAL =
                                   ICM-ALIQ-DESTINO - ICM-ALIQUOTA
                        END-IF
                  END-READ
                  CLOSE ICMSUF
               END-IF
            END-IF.

       1370-IMPRIME-ICMS.
            IF WRK-USA-ICMSUF = 'S'
               MOVE SPACES TO FATURA-SAI-REG
               STRING 'ICMS ' DELIMITED BY SIZE
                      WRK-UF-ORIGEM  DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WRK-UF-DESTINO DELIMITED BY SIZE
                      ' ALIQUOTA '   DELIMITED BY SIZE
                      WRK-ALIQ-ICMS  DELIMITED BY SIZE
                      ' PCT DIFAL '  DELIMITED BY SIZE
                      WRK-ALIQ-DIFAL DELIMITED BY SIZE
                      ' PCT'         DELIMITED BY SIZE
                      INTO FATURA-SAI-REG
               END-STRING
               WRITE FATURA-SAI-REG
            END-IF.

       1360-IMPRIME-CATEGORIA.
            MOVE SPACES TO FATURA-SAI-REG.
            STRING 'CATEGORIA DO CLIENTE: ' DELIMITED BY SIZE
            IF WRK-PERSISTE = 'S' AND ENT-DESCONTO-PERC = ZEROS
               MOVE WRK-DESC-CATEGORIA TO ENT-DESCONTO-PERC
            END-IF.
      *     a aliquota da UF de destino substitui a digitada
            IF WRK-USA-ICMSUF = 'S'
               MOVE WRK-ALIQ-ICMS TO ENT-IMPOSTO-PERC
            END-IF.
            COMPUTE WRK-SUBTOTAL ROUNDED =
                    ENT-QUANTIDADE * ENT-PRECO-UNIT
               ON SIZE ERROR
               ON SIZE ERROR
                  MOVE 'S' TO WRK-ESTOUROU
            END-COMPUTE.
      *     DIFAL: devido pela empresa a UF de destino, nao entra no
      *     total cobrado do cliente
            COMPUTE WRK-DIFAL ROUNDED =
                    (WRK-SUBTOTAL - WRK-DESCONTO)
                       * (WRK-ALIQ-DIFAL / 100)
               ON SIZE ERROR
                  MOVE 'S' TO WRK-ESTOUROU
            END-COMPUTE.
            IF WRK-ESTOUROU = 'S'
               MOVE ZEROS TO WRK-SUBTOTAL WRK-DESCONTO
                             WRK-IMPOSTO WRK-TOTAL-ITEM WRK-DIFAL
            ELSE
               ADD WRK-TOTAL-ITEM TO WRK-TOTAL-GERAL
               ADD WRK-IMPOSTO TO WRK-IMPOSTO-GERAL
               ADD WRK-DIFAL TO WRK-DIFAL-GERAL
            END-IF.
            PERFORM 2100-GRAVA-ITEM.
            IF WRK-PERSISTE = 'S' AND WRK-ESTOUROU = 'N'
            MOVE WRK-TOTAL-ITEM    TO FAT-TOTAL.
            MOVE ZEROS             TO FAT-REFERENCIA.
            MOVE WRK-IMPOSTO       TO FAT-IMPOSTO.
            MOVE WRK-UF-DESTINO    TO FAT-UF-DESTINO.
            MOVE ENT-IMPOSTO-PERC  TO FAT-ALIQ-ICMS.
            MOVE WRK-DIFAL         TO FAT-DIFAL.
            WRITE FAT-REG
               INVALID KEY
                  DISPLAY 'ITEM DE FATURA DUPLICADO: '
                   INTO FATURA-SAI-REG
            END-STRING.
            WRITE FATURA-SAI-REG.
            IF WRK-DIFAL-GERAL > ZEROS
               MOVE WRK-DIFAL-GERAL TO WRK-TOTAL-ED
               MOVE SPACES TO FATURA-SAI-REG
               STRING 'DIFAL A RECOLHER (UF ' DELIMITED BY SIZE
                      WRK-UF-DESTINO           DELIMITED BY SIZE
                      '): '                    DELIMITED BY SIZE
                      WRK-TOTAL-ED             DELIMITED BY SIZE
                      INTO FATURA-SAI-REG
               END-STRING
               WRITE FATURA-SAI-REG
            END-IF.
            CLOSE FATURA-SAIDA.
            IF WRK-PERSISTE = 'S'
               MOVE WRK-NUMERO-FATURA TO FAT-NUMERO
               MOVE WRK-TOTAL-GERAL   TO FAT-TOTAL
               MOVE ZEROS             TO FAT-REFERENCIA
               MOVE WRK-IMPOSTO-GERAL TO FAT-IMPOSTO
               MOVE WRK-UF-DESTINO    TO FAT-UF-DESTINO
               MOVE WRK-ALIQ-ICMS     TO FAT-ALIQ-ICMS
               MOVE WRK-DIFAL-GERAL   TO FAT-DIFAL
               WRITE FAT-REG
                  INVALID KEY
                     DISPLAY 'CABECALHO DE FATURA DUPLICADO: '
            MOVE WRK-IX-PARC       TO REC-PARCELA.
            MOVE WRK-QT-PARCELAS   TO REC-QT-PARCELAS.
            MOVE ZEROS             TO REC-FAIXA-COBRADA.
            MOVE SPACES            TO REC-NEGATIVACAO.
            MOVE ZEROS             TO REC-DATA-NEGATIV.
            WRITE REC-REG
               INVALID KEY
                  DISPLAY 'TITULO JA EXISTIA: ' REC-NUMERO
            WRITE RECSEQ-REG.
            CLOSE RECSEQ.

       COPY 'VALDOC.CPY'.
      *END PROGRAM FATURA.
