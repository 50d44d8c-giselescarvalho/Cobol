       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCFUNIL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Funil mensal de orcamentos. Para os orcamentos
      *           feitos no mes de referencia (ANOMES.TXT do
      *           FECHAMESD.cbl ou digitado), conta e soma o valor
      *           por situacao atual - aberto, aprovado, rejeitado,
      *           expirado e faturado - e calcula a taxa de conversao
      *           (aprovados + faturados sobre o total, em quantidade
      *           e em valor) e a media de dias entre o orcamento e a
      *           aprovacao (ORC-DATA-APROVACAO, gravada pelo
      *           ORCSTAT.cbl; orcamento aprovado antes da data passar
      *           a ser gravada fica fora da media). Sai em
      *           ORCFUNIL.REL (padrao REPCTL.COB/REPCAB.CPY). Etapa 6
      *           do fechamento de fim de mes.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTOS
             ASSIGN TO 'ORCAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORCAMENTOS-STATUS
               RECORD KEY IS ORC-CHAVE.
           SELECT ORCFUNIL-REL
             ASSIGN TO 'ORCFUNIL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORCFUNIL-REL-STATUS.
           SELECT ANOMES-ARQ
             ASSIGN TO 'ANOMES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMES-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'ORCAMENTOS.CPY'.

       FD ORCFUNIL-REL.
       01 ORCFUNIL-REL-REG   PIC X(132).

       FD ANOMES-ARQ.
       01 ANOMES-ARQ-REG.
            05 ANOMES-ARQ-VALOR PIC 9(06).

       WORKING-STORAGE SECTION.
       77 ORCAMENTOS-STATUS    PIC 9(02).
       77 ORCFUNIL-REL-STATUS  PIC 9(02).
       77 ANOMES-ARQ-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-SEM-ORCAMENTO    PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
            05 WRK-COMP-ANO    PIC 9(04).
            05 WRK-COMP-MES    PIC 9(02).
       77 WRK-ANOMES-ORC       PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS             PIC S9(05) VALUE ZEROS.
       77 WRK-QT-TOTAL         PIC 9(05) VALUE ZEROS.
       77 WRK-VL-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-GANHOS        PIC 9(05) VALUE ZEROS.
       77 WRK-VL-GANHOS        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-COM-DATA      PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-DIAS        PIC 9(09) VALUE ZEROS.
       77 WRK-MEDIA-DIAS       PIC 9(05)V9 VALUE ZEROS.
       77 WRK-CONV-QT          PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CONV-VL          PIC 9(03)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Situacoes do funil: codigo, nome, quantidade e valor.
      *----------------------------------------------------------------
       01 WRK-SITUACOES.
            05 FILLER PIC X(01) VALUE 'A'.
            05 FILLER PIC X(12) VALUE 'ABERTO'.
            05 FILLER PIC X(01) VALUE 'P'.
            05 FILLER PIC X(12) VALUE 'APROVADO'.
            05 FILLER PIC X(01) VALUE 'R'.
            05 FILLER PIC X(12) VALUE 'REJEITADO'.
            05 FILLER PIC X(01) VALUE 'E'.
            05 FILLER PIC X(12) VALUE 'EXPIRADO'.
            05 FILLER PIC X(01) VALUE 'F'.
            05 FILLER PIC X(12) VALUE 'FATURADO'.
       01 WRK-SITUACOES-R REDEFINES WRK-SITUACOES.
            05 WRK-SIT-ITEM OCCURS 5 TIMES INDEXED BY WRK-IX-SIT.
                10 WRK-SIT-CODIGO  PIC X(01).
                10 WRK-SIT-NOME    PIC X(12).
       01 WRK-FUNIL.
            05 WRK-FUN-ITEM OCCURS 5 TIMES.
                10 WRK-FUN-QT      PIC 9(05).
                10 WRK-FUN-VALOR   PIC 9(11)V99.
       77 WRK-IX-FUN           PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-QT-ED            PIC ZZ.ZZ9.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED          PIC ZZ9,99.
       77 WRK-PERC-VL-ED       PIC ZZ9,99.
       77 WRK-MEDIA-ED         PIC ZZ.ZZ9,9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-LE-ORCAMENTO UNTIL WRK-FIM-ARQ = 'S'
               PERFORM 4000-IMPRIME-FUNIL
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            OPEN INPUT ANOMES-ARQ.
            IF ANOMES-ARQ-STATUS = 0
               READ ANOMES-ARQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE ANOMES-ARQ-VALOR TO WRK-COMPETENCIA
               END-READ
               CLOSE ANOMES-ARQ
            END-IF.
            IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'MES DE REFERENCIA (AAAAMM): '
               ACCEPT WRK-COMPETENCIA
            END-IF.
            MOVE ZEROS TO WRK-FUNIL.
            IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               OR WRK-COMP-ANO = ZEROS
               DISPLAY 'MES DE REFERENCIA INVALIDO: ' WRK-COMPETENCIA
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               PERFORM 1200-ABRE-ARQUIVOS
            END-IF.

      *----------------------------------------------------------------
      * Sem ORCAMENTOS.DAT o funil sai zerado (loja que nao orca).
      *----------------------------------------------------------------
       1200-ABRE-ARQUIVOS.
            OPEN OUTPUT ORCFUNIL-REL.
            OPEN INPUT ORCAMENTOS.
            IF ORCAMENTOS-STATUS = 35
               DISPLAY 'AVISO: SEM ORCAMENTOS.DAT - FUNIL ZERADO'
               MOVE 'S' TO WRK-SEM-ORCAMENTO
               MOVE 'S' TO WRK-FIM-ARQ
            END-IF.
            IF ORCFUNIL-REL-STATUS NOT = 0
               OR (ORCAMENTOS-STATUS NOT = 0
                   AND WRK-SEM-ORCAMENTO = 'N')
               DISPLAY 'ORCAMENTOS.DAT/ORCFUNIL.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'FUNIL MENSAL DE ORCAMENTOS' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'MES DE REFERENCIA ' DELIMITED BY SIZE
                      WRK-COMPETENCIA DELIMITED BY SIZE
                      ' - ORCAMENTOS FEITOS NO MES, PELA SITUACAO '
                         DELIMITED BY SIZE
                      'ATUAL' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               IF WRK-SEM-ORCAMENTO = 'N'
                  MOVE ZEROS TO ORC-NUMERO ORC-SEQ
                  START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
                     INVALID KEY
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
               END-IF
            END-IF.

       2000-LE-ORCAMENTO.
            READ ORCAMENTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ORC-CABECALHO
                     DIVIDE ORC-DATA BY 100 GIVING WRK-ANOMES-ORC
                     IF WRK-ANOMES-ORC = WRK-COMPETENCIA
                        PERFORM 2100-SOMA-ORCAMENTO
                     END-IF
                  END-IF
            END-READ.

       2100-SOMA-ORCAMENTO.
            SET WRK-IX-SIT TO 1.
            SEARCH WRK-SIT-ITEM
               AT END
                  DISPLAY 'ORCAMENTO ' ORC-NUMERO
                          ' COM SITUACAO DESCONHECIDA: ' ORC-SITUACAO
               WHEN WRK-SIT-CODIGO(WRK-IX-SIT) = ORC-SITUACAO
                  SET WRK-IX-FUN TO WRK-IX-SIT
                  ADD 1 TO WRK-FUN-QT(WRK-IX-FUN)
                  ADD ORC-TOTAL TO WRK-FUN-VALOR(WRK-IX-FUN)
                  ADD 1 TO WRK-QT-TOTAL
                  ADD ORC-TOTAL TO WRK-VL-TOTAL
                  IF ORC-APROVADO OR ORC-FATURADO
                     ADD 1 TO WRK-QT-GANHOS
                     ADD ORC-TOTAL TO WRK-VL-GANHOS
                  END-IF
            END-SEARCH.
      *     dias ate a aprovacao: vale tambem o aprovado que depois
      *     foi rejeitado ou expirou
            IF ORC-DATA-APROVACAO > ZEROS
               COMPUTE WRK-DIAS =
                       FUNCTION INTEGER-OF-DATE(ORC-DATA-APROVACAO)
                     - FUNCTION INTEGER-OF-DATE(ORC-DATA)
               IF WRK-DIAS < 0
                  MOVE ZEROS TO WRK-DIAS
               END-IF
               ADD 1 TO WRK-QT-COM-DATA
               ADD WRK-DIAS TO WRK-SOMA-DIAS
            END-IF.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               IF WRK-SEM-ORCAMENTO = 'N'
                  CLOSE ORCAMENTOS
               END-IF
               CLOSE ORCFUNIL-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'FUNIL NAO GERADO'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'ORCAMENTOS DO MES.....: ' WRK-QT-TOTAL
               DISPLAY 'APROVADOS + FATURADOS.: ' WRK-QT-GANHOS
               DISPLAY 'RELATORIO GRAVADO EM ORCFUNIL.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Uma linha por situacao, o total, a conversao e a media de
      * dias ate a aprovacao.
      *----------------------------------------------------------------
       4000-IMPRIME-FUNIL.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'SITUACAO       QTDE             VALOR'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4100-LINHA-SITUACAO
               VARYING WRK-IX-FUN FROM 1 BY 1
               UNTIL WRK-IX-FUN > 5.
            MOVE WRK-QT-TOTAL TO WRK-QT-ED.
            MOVE WRK-VL-TOTAL TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL        ' DELIMITED BY SIZE
                   WRK-QT-ED       DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WRK-VALOR-ED    DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-QT-TOTAL > ZEROS
               COMPUTE WRK-CONV-QT ROUNDED =
                       WRK-QT-GANHOS * 100 / WRK-QT-TOTAL
            END-IF.
            IF WRK-VL-TOTAL > ZEROS
               COMPUTE WRK-CONV-VL ROUNDED =
                       WRK-VL-GANHOS * 100 / WRK-VL-TOTAL
            END-IF.
            MOVE WRK-CONV-QT TO WRK-PERC-ED.
            MOVE WRK-CONV-VL TO WRK-PERC-VL-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TAXA DE CONVERSAO (APROVADOS + FATURADOS): '
                      DELIMITED BY SIZE
                   WRK-PERC-ED     DELIMITED BY SIZE
                   '% DA QUANTIDADE  ' DELIMITED BY SIZE
                   WRK-PERC-VL-ED  DELIMITED BY SIZE
                   '% DO VALOR'    DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-QT-COM-DATA > ZEROS
               COMPUTE WRK-MEDIA-DIAS ROUNDED =
                       WRK-SOMA-DIAS / WRK-QT-COM-DATA
            END-IF.
            MOVE WRK-MEDIA-DIAS  TO WRK-MEDIA-ED.
            MOVE WRK-QT-COM-DATA TO WRK-QT-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MEDIA DE DIAS ATE A APROVACAO: ' DELIMITED BY SIZE
                   WRK-MEDIA-ED    DELIMITED BY SIZE
                   ' (SOBRE '      DELIMITED BY SIZE
                   WRK-QT-ED       DELIMITED BY SIZE
                   ' ORCAMENTOS APROVADOS)' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       4100-LINHA-SITUACAO.
            MOVE WRK-FUN-QT(WRK-IX-FUN)    TO WRK-QT-ED.
            MOVE WRK-FUN-VALOR(WRK-IX-FUN) TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-SIT-NOME(WRK-IX-FUN) DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-QT-ED                DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WRK-VALOR-ED             DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==ORCFUNIL-REL-REG==.

      *END PROGRAM ORCFUNIL.
