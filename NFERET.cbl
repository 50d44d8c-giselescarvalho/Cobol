       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFERET.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Captura do retorno de autorizacao da NF-e
      *           (NFERET.TXT, devolvido pelo programa de
      *           transmissao): um registro por fatura com numero,
      *           situacao (A = autorizada, R = rejeitada), chave de
      *           acesso, protocolo e motivo. Grava o retorno contra
      *           o numero da fatura em NFESIT.DAT (layout
      *           NFESIT.CPY, consultado pelo FATCONS.cbl) e imprime
      *           em NFERET.REL (padrao REPCTL.COB/REPCAB.CPY) o
      *           resultado do arquivo e o quadro de excecoes: toda
      *           fatura rejeitada (pelo retorno ou ja na exportacao)
      *           e toda exportada ha mais de um dia sem retorno,
      *           com cliente e motivo, para correcao no mesmo dia.
      *           RETURN-CODE 8 quando ha excecao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFERET-ARQ
             ASSIGN TO 'NFERET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NFERET-STATUS.
           SELECT NFESIT
             ASSIGN TO 'NFESIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NFESIT-STATUS
               RECORD KEY IS NFE-NUMERO.
           SELECT FATURAS
             ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FATURAS-STATUS
               RECORD KEY IS FAT-CHAVE.
           SELECT NFERET-REL
             ASSIGN TO 'NFERET.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NFERET-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NFERET-ARQ.
       01 RNF-REG.
            05 RNF-NUMERO     PIC 9(06).
            05 RNF-SITUACAO   PIC X(01).
                88 RNF-AUTORIZADA VALUE 'A'.
                88 RNF-REJEITADA  VALUE 'R'.
            05 RNF-CHAVE      PIC X(44).
            05 RNF-PROTOCOLO  PIC X(15).
            05 RNF-MOTIVO     PIC X(40).

       COPY 'NFESIT.CPY'.

       COPY 'FATURAS.CPY'.

       FD NFERET-REL.
       01 NFERET-REL-REG      PIC X(132).

       WORKING-STORAGE SECTION.
       77 NFERET-STATUS       PIC 9(02).
       77 NFESIT-STATUS       PIC 9(02).
       77 FATURAS-STATUS      PIC 9(02).
       77 NFERET-REL-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-AUTORIZADAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJEITADAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-IGNORADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXCECOES     PIC 9(06) VALUE ZEROS.
       77 WRK-FONE-FATURA     PIC 9(09) VALUE ZEROS.
       77 WRK-TOTAL-FATURA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ROTULO          PIC X(13) VALUE SPACES.
       77 WRK-MOTIVO          PIC X(40) VALUE SPACES.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'
               PERFORM 4000-EXCECOES
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT NFERET-ARQ.
            OPEN I-O NFESIT.
            OPEN OUTPUT NFERET-REL.
            IF NFERET-STATUS NOT = 0
               OR NFESIT-STATUS NOT = 0
               OR NFERET-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               OPEN INPUT FATURAS
               MOVE 'RETORNO DE AUTORIZACAO DA NF-E' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE '-- RETORNO RECEBIDO --' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 1100-LER-PROXIMO
            END-IF.

       1100-LER-PROXIMO.
            READ NFERET-ARQ
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
            END-READ.

      *----------------------------------------------------------------
      * Cada retorno atualiza a situacao da fatura; numero que nao foi
      * exportado fica de fora, listado.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QT-LIDOS.
            MOVE RNF-NUMERO TO NFE-NUMERO.
            READ NFESIT
               INVALID KEY
                  ADD 1 TO WRK-QT-IGNORADOS
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING '  FATURA ' DELIMITED BY SIZE
                         RNF-NUMERO  DELIMITED BY SIZE
                         ' *** NAO EXPORTADA - RETORNO IGNORADO'
                         DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
               NOT INVALID KEY
                  PERFORM 2100-GRAVA-RETORNO
            END-READ.
            PERFORM 1100-LER-PROXIMO.

       2100-GRAVA-RETORNO.
            MOVE WRK-DATA-HOJE TO NFE-DATA-RETORNO.
            MOVE RNF-CHAVE     TO NFE-CHAVE-ACESSO.
            MOVE RNF-PROTOCOLO TO NFE-PROTOCOLO.
            IF RNF-AUTORIZADA
               MOVE 'A' TO NFE-SITUACAO
               MOVE SPACES TO NFE-MOTIVO
               ADD 1 TO WRK-QT-AUTORIZADAS
            ELSE
               MOVE 'R' TO NFE-SITUACAO
               MOVE RNF-MOTIVO TO NFE-MOTIVO
               ADD 1 TO WRK-QT-REJEITADAS
            END-IF.
            REWRITE NFE-REG
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR NFESIT ' NFE-NUMERO
            END-REWRITE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF RNF-AUTORIZADA
               STRING '  FATURA ' DELIMITED BY SIZE
                      RNF-NUMERO  DELIMITED BY SIZE
                      ' AUTORIZADA  CHAVE ' DELIMITED BY SIZE
                      RNF-CHAVE   DELIMITED BY SIZE
                      ' PROT '    DELIMITED BY SIZE
                      RNF-PROTOCOLO DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               STRING '  FATURA ' DELIMITED BY SIZE
                      RNF-NUMERO  DELIMITED BY SIZE
                      ' *** REJEITADA *** ' DELIMITED BY SIZE
                      RNF-MOTIVO  DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Quadro de excecoes: toda a base de NFESIT.DAT, nao so o
      * arquivo de hoje - rejeitada que ninguem corrigiu continua
      * aparecendo ate ser autorizada.
      *----------------------------------------------------------------
       4000-EXCECOES.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- EXCECOES A CORRIGIR HOJE --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO NFE-NUMERO.
            START NFESIT KEY IS NOT LESS THAN NFE-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 4100-AVALIA-EXCECAO UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-QT-EXCECOES = ZEROS
               MOVE '  NENHUMA EXCECAO' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4100-AVALIA-EXCECAO.
            READ NFESIT NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF NFE-REJEITADA
                     MOVE 'REJEITADA    ' TO WRK-ROTULO
                     MOVE NFE-MOTIVO TO WRK-MOTIVO
                     PERFORM 4200-IMPRIME-EXCECAO
                  ELSE
                     IF NFE-EXPORTADA
                        AND NFE-DATA-EXPORT < WRK-DATA-HOJE
                        MOVE 'SEM RETORNO  ' TO WRK-ROTULO
                        MOVE 'EXPORTADA E NAO RESPONDIDA'
                          TO WRK-MOTIVO
                        PERFORM 4200-IMPRIME-EXCECAO
                     END-IF
                  END-IF
            END-READ.

       4200-IMPRIME-EXCECAO.
            ADD 1 TO WRK-QT-EXCECOES.
            MOVE ZEROS TO WRK-FONE-FATURA WRK-TOTAL-FATURA.
            IF FATURAS-STATUS = 0
               MOVE NFE-NUMERO TO FAT-NUMERO
               MOVE ZEROS TO FAT-SEQ
               READ FATURAS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE FAT-FONE  TO WRK-FONE-FATURA
                     MOVE FAT-TOTAL TO WRK-TOTAL-FATURA
               END-READ
            END-IF.
            MOVE WRK-TOTAL-FATURA TO WRK-TOTAL-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '  FATURA '  DELIMITED BY SIZE
                   NFE-NUMERO   DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-ROTULO   DELIMITED BY SIZE
                   ' CLIENTE '  DELIMITED BY SIZE
                   WRK-FONE-FATURA DELIMITED BY SIZE
                   ' TOTAL '    DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' EXPORT '   DELIMITED BY SIZE
                   NFE-DATA-EXPORT DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-MOTIVO   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR NFERET.TXT/NFESIT.DAT/NFERET.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               CLOSE NFERET-ARQ
               CLOSE NFESIT
               IF FATURAS-STATUS = 0
                  CLOSE FATURAS
               END-IF
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'RETORNOS: '        DELIMITED BY SIZE
                      WRK-QT-LIDOS        DELIMITED BY SIZE
                      '  AUTORIZADAS: '   DELIMITED BY SIZE
                      WRK-QT-AUTORIZADAS  DELIMITED BY SIZE
                      '  REJEITADAS: '    DELIMITED BY SIZE
                      WRK-QT-REJEITADAS   DELIMITED BY SIZE
                      '  IGNORADOS: '     DELIMITED BY SIZE
                      WRK-QT-IGNORADOS    DELIMITED BY SIZE
                      '  EXCECOES: '      DELIMITED BY SIZE
                      WRK-QT-EXCECOES     DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 9995-RODAPE-RPT
               CLOSE NFERET-REL
               DISPLAY 'AUTORIZADAS..........: ' WRK-QT-AUTORIZADAS
               DISPLAY 'REJEITADAS...........: ' WRK-QT-REJEITADAS
               DISPLAY 'EXCECOES EM ABERTO...: ' WRK-QT-EXCECOES
               DISPLAY 'RELATORIO GRAVADO EM NFERET.REL'
               IF WRK-QT-EXCECOES > ZEROS OR WRK-QT-IGNORADOS > ZEROS
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==NFERET-REL-REG==.

      *END PROGRAM NFERET.
