       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEVENC.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Lotes vencidos e a vencer, rodado semanalmente pela
      *           operacao. Le LOTES.DAT (mantido pelo LOTEMOV.cbl) e
      *           lista em LOTEVENC.REL (padrao REPCTL.COB/REPCAB.CPY)
      *           primeiro os lotes com saldo ja vencidos na data de
      *           movimento e depois os que vencem nos proximos
      *           LOTE-DIAS dias (parametro, padrao 30), em ordem de
      *           validade, cada um valorizado a PRODUTO-CUSTO, com
      *           subtotal por secao - o que ainda da para vender em
      *           promocao e o que precisa sair da prateleira. Lote
      *           vencido com saldo devolve RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES
             ASSIGN TO 'LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOTES-STATUS
               RECORD KEY IS LOT-CHAVE.
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT LOTEVENC-REL
             ASSIGN TO 'LOTEVENC.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTEVENC-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'LOTEVENC.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'LOTES.CPY'.

       COPY 'PRODUTOS.CPY'.

       FD LOTEVENC-REL.
       01 LOTEVENC-REL-REG   PIC X(132).

      *----------------------------------------------------------------
      * Secao 1 = vencido, 2 = a vencer dentro do prazo.
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-SECAO       PIC 9(01).
            05 ORD-VALIDADE    PIC 9(08).
            05 ORD-PRODUTO     PIC 9(06).
            05 ORD-LOTE        PIC X(10).
            05 ORD-SALDO       PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 LOTES-STATUS         PIC 9(02).
       77 PRODUTOS-STATUS      PIC 9(02).
       77 LOTEVENC-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-AVISO       PIC 9(03) VALUE 30.
       77 WRK-DIAS-LOTE        PIC S9(05) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Totais por secao.
      *----------------------------------------------------------------
       01 WRK-SECOES.
            05 WRK-SECAO-ITEM OCCURS 2 TIMES.
                10 WRK-SC-QT     PIC 9(05).
                10 WRK-SC-VALOR  PIC 9(13)V99.
       01 WRK-ROTULOS-SECAO.
            05 FILLER PIC X(24) VALUE 'LOTES VENCIDOS'.
            05 FILLER PIC X(24) VALUE 'LOTES A VENCER'.
       01 WRK-ROTULOS-R REDEFINES WRK-ROTULOS-SECAO.
            05 WRK-ROTULO-SECAO PIC X(24) OCCURS 2 TIMES.
       77 WRK-IX-SECAO         PIC 9(01) VALUE ZEROS.
       77 WRK-SECAO-ATUAL      PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-LOTE       PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALDO-ED         PIC ZZ.ZZ9,99.
       77 WRK-DIAS-ED          PIC -----9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-SECAO ORD-VALIDADE ORD-PRODUTO
                  INPUT PROCEDURE IS 2000-LIBERA-LOTES
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'LOTE-DIAS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-DIAS-AVISO
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            COMPUTE WRK-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            COMPUTE WRK-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WRK-DIA-HOJE
                                           + WRK-DIAS-AVISO).
            MOVE ZEROS TO WRK-SECOES.
            OPEN INPUT LOTES.
            OPEN INPUT PRODUTOS.
            OPEN OUTPUT LOTEVENC-REL.
            IF LOTES-STATUS NOT = 0
               OR PRODUTOS-STATUS NOT = 0
               OR LOTEVENC-REL-STATUS NOT = 0
               DISPLAY 'LOTES.DAT/PRODUTOS.DAT/LOTEVENC.REL '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'LOTES VENCIDOS E A VENCER' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'POSICAO EM ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      '  A VENCER ATE ' DELIMITED BY SIZE
                      WRK-DATA-LIMITE DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WRK-DIAS-AVISO DELIMITED BY SIZE
                      ' DIAS)  VALOR A CUSTO MEDIO' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Libera o lote com saldo que ja venceu ou vence ate o limite.
      *----------------------------------------------------------------
       2000-LIBERA-LOTES.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO LOT-CHAVE.
            START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-LOTE UNTIL WRK-FIM-ARQ = 'S'.

       2100-LIBERA-LOTE.
            READ LOTES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF LOT-SALDO > ZEROS
                     AND LOT-VALIDADE NOT > WRK-DATA-LIMITE
                     IF LOT-VALIDADE < WRK-DATA-HOJE
                        MOVE 1 TO ORD-SECAO
                     ELSE
                        MOVE 2 TO ORD-SECAO
                     END-IF
                     MOVE LOT-VALIDADE TO ORD-VALIDADE
                     MOVE LOT-PRODUTO  TO ORD-PRODUTO
                     MOVE LOT-NUMERO   TO ORD-LOTE
                     MOVE LOT-SALDO    TO ORD-SALDO
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE LOTES
               CLOSE PRODUTOS
               CLOSE LOTEVENC-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'LOTES VENCIDOS.......: ' WRK-SC-QT(1)
               DISPLAY 'LOTES A VENCER.......: ' WRK-SC-QT(2)
               DISPLAY 'RELATORIO GRAVADO EM LOTEVENC.REL'
               IF WRK-SC-QT(1) > ZEROS
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Uma secao por situacao, em ordem de validade, e o resumo.
      *----------------------------------------------------------------
       4000-IMPRIME-RELATORIO.
            MOVE ZEROS TO WRK-SECAO-ATUAL.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-IMPRIME-LOTE UNTIL WRK-FIM-ORD = 'S'.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- RESUMO --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4300-LINHA-RESUMO
               VARYING WRK-IX-SECAO FROM 1 BY 1
               UNTIL WRK-IX-SECAO > 2.
            PERFORM 9995-RODAPE-RPT.

       4100-IMPRIME-LOTE.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF ORD-SECAO NOT = WRK-SECAO-ATUAL
                     MOVE ORD-SECAO TO WRK-SECAO-ATUAL
                     PERFORM 4150-CABECALHO-SECAO
                  END-IF
                  PERFORM 4200-LINHA-LOTE
            END-RETURN.

       4150-CABECALHO-SECAO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '-- ' DELIMITED BY SIZE
                   WRK-ROTULO-SECAO(WRK-SECAO-ATUAL)
                   DELIMITED BY '  '
                   ' --' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'CODIGO DESCRICAO                      LOTE      '
              TO RPT-LINHA-IMPRESSA.
            MOVE ' VALIDADE   DIAS     SALDO UN      VALOR A CUSTO'
              TO RPT-LINHA-IMPRESSA(49:48).
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Dias: negativo = vencido ha tantos dias.
      *----------------------------------------------------------------
       4200-LINHA-LOTE.
            MOVE ORD-PRODUTO TO PRODUTO-CODIGO.
            READ PRODUTOS
               INVALID KEY
                  MOVE '(SEM CADASTRO)' TO PRODUTO-DESCRICAO
                  MOVE SPACES TO PRODUTO-UNIDADE
                  MOVE ZEROS TO PRODUTO-CUSTO
            END-READ.
            COMPUTE WRK-VALOR-LOTE ROUNDED = ORD-SALDO * PRODUTO-CUSTO.
            COMPUTE WRK-DIAS-LOTE =
                    FUNCTION INTEGER-OF-DATE(ORD-VALIDADE)
                    - WRK-DIA-HOJE.
            ADD 1 TO WRK-SC-QT(ORD-SECAO).
            ADD WRK-VALOR-LOTE TO WRK-SC-VALOR(ORD-SECAO).
            MOVE ORD-SALDO      TO WRK-SALDO-ED.
            MOVE WRK-VALOR-LOTE TO WRK-VALOR-ED.
            MOVE WRK-DIAS-LOTE  TO WRK-DIAS-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING ORD-PRODUTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRODUTO-DESCRICAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ORD-LOTE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ORD-VALIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DIAS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRODUTO-UNIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4300-LINHA-RESUMO.
            MOVE WRK-SC-VALOR(WRK-IX-SECAO) TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-ROTULO-SECAO(WRK-IX-SECAO) DELIMITED BY SIZE
                   WRK-SC-QT(WRK-IX-SECAO) DELIMITED BY SIZE
                   ' LOTE(S)  ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==LOTEVENC-REL-REG==.

      *END PROGRAM LOTEVENC.
