       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGREM.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Remessa de pagamento a fornecedores, no mesmo
      *           desenho da remessa da folha (REMESSA.TXT) e da
      *           cobranca (COBREM.TXT): header '0' com empresa e
      *           sequencia de PAGREM.SEQ, um detalhe '1' por titulo
      *           de PAGAR.DAT a pagar (aberto, com nota, saldo
      *           devedor e vencimento ate a data de corte digitada)
      *           com titulo, fornecedor, CNPJ, nota, vencimento e
      *           saldo em centavos, e trailer '9' com contagem e
      *           hash. Cada titulo enviado e marcado com a sequencia
      *           da remessa (PAG-REMESSA) e nao vai de novo - pagar
      *           duas vezes e pior que cobrar duas vezes. A relacao
      *           do que foi e do que ficou de fora (e por que) sai
      *           em PAGREM.REL (padrao REPCTL.COB/REPCAB.CPY) para a
      *           aprovacao da tesouraria.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR
             ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY IS PAG-NUMERO.
           SELECT FORNECEDORES
             ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECEDORES-STATUS
               RECORD KEY IS FOR-CODIGO.
           SELECT PAGREM
             ASSIGN TO 'PAGREM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGREM-STATUS.
      * Sequencia do arquivo de remessa, persistida entre execucoes.
           SELECT PAGREM-SEQ
             ASSIGN TO 'PAGREM.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGREM-SEQ-STATUS.
           SELECT PAGREM-REL
             ASSIGN TO 'PAGREM.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGREM-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PAGAR.CPY'.

       COPY 'FORNECED.CPY'.

       FD PAGREM.
       01 PAGREM-REG            PIC X(80).

       FD PAGREM-SEQ.
       01 PAGREM-SEQ-REG.
            05 SEQ-NUMERO       PIC 9(06).

       FD PAGREM-REL.
       01 PAGREM-REL-REG        PIC X(132).

       WORKING-STORAGE SECTION.
       77 PAGAR-STATUS        PIC 9(02).
       77 FORNECEDORES-STATUS PIC 9(02).
       77 PAGREM-STATUS       PIC 9(02).
       77 PAGREM-SEQ-STATUS   PIC 9(02).
       77 PAGREM-REL-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-SEQ-REMESSA     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DETALHES     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FORA         PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-REMESSA    PIC 9(15) VALUE ZEROS.
       77 WRK-SALDO           PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CENTAVOS  PIC 9(13) VALUE ZEROS.
       77 WRK-TOTAL-REMESSA   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-NOME    PIC X(30) VALUE 'COMERCIO GC LTDA'.
       77 WRK-EMPRESA-CNPJ    PIC 9(14) VALUE 11222333000181.
       01 WRK-REM-HEADER.
            05 WRK-RH-TIPO     PIC X(01) VALUE '0'.
            05 WRK-RH-EMPRESA  PIC X(30).
            05 WRK-RH-CNPJ     PIC 9(14).
            05 WRK-RH-DATA     PIC 9(08).
            05 WRK-RH-SEQ      PIC 9(06).
       01 WRK-REM-DETALHE.
            05 WRK-RD-TIPO     PIC X(01) VALUE '1'.
            05 WRK-RD-NUMERO   PIC 9(06).
            05 WRK-RD-FORNEC   PIC 9(04).
            05 WRK-RD-CNPJ     PIC X(14).
            05 WRK-RD-NOTA     PIC X(10).
            05 WRK-RD-VENCTO   PIC 9(08).
            05 WRK-RD-VALOR    PIC 9(13).
       01 WRK-REM-TRAILER.
            05 WRK-RT-TIPO     PIC X(01) VALUE '9'.
            05 WRK-RT-QTD      PIC 9(06).
            05 WRK-RT-HASH     PIC 9(15).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-GERA-REMESSA
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY 'PAGAR VENCIMENTOS ATE (AAAAMMDD, 0 = HOJE): '.
            ACCEPT WRK-DATA-CORTE.
            IF WRK-DATA-CORTE = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE
            END-IF.
            OPEN I-O PAGAR.
            OPEN INPUT FORNECEDORES.
            IF PAGAR-STATUS NOT = 0
               OR FORNECEDORES-STATUS NOT = 0
               DISPLAY 'PAGAR.DAT/FORNECED.DAT INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.

      *----------------------------------------------------------------
      * Remessa: header com a sequencia de PAGREM.SEQ, um detalhe por
      * titulo a pagar ate a data de corte, trailer com contagem e
      * hash dos valores em centavos.
      *----------------------------------------------------------------
       2000-GERA-REMESSA.
            PERFORM 2100-RESERVA-SEQUENCIA.
            OPEN OUTPUT PAGREM.
            OPEN OUTPUT PAGREM-REL.
            MOVE 'REMESSA DE PAGAMENTO A FORNECEDORES' TO RPT-TITULO.
            PERFORM 9980-CABECALHO-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'REMESSA ' DELIMITED BY SIZE
                   WRK-SEQ-REMESSA DELIMITED BY SIZE
                   '  VENCIMENTOS ATE ' DELIMITED BY SIZE
                   WRK-DATA-CORTE DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-EMPRESA-NOME TO WRK-RH-EMPRESA.
            MOVE WRK-EMPRESA-CNPJ TO WRK-RH-CNPJ.
            MOVE WRK-DATA-HOJE    TO WRK-RH-DATA.
            MOVE WRK-SEQ-REMESSA  TO WRK-RH-SEQ.
            MOVE WRK-REM-HEADER TO PAGREM-REG.
            WRITE PAGREM-REG.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PAG-NUMERO.
            START PAGAR KEY IS NOT LESS THAN PAG-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2200-SELECIONA-TITULO UNTIL WRK-FIM-ARQ = 'S'.
            MOVE WRK-QT-DETALHES  TO WRK-RT-QTD.
            MOVE WRK-HASH-REMESSA TO WRK-RT-HASH.
            MOVE WRK-REM-TRAILER TO PAGREM-REG.
            WRITE PAGREM-REG.
            CLOSE PAGREM.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TITULOS NA REMESSA: ' DELIMITED BY SIZE
                   WRK-QT-DETALHES DELIMITED BY SIZE
                   '  TOTAL: ' DELIMITED BY SIZE
                   WRK-TOTAL-REMESSA DELIMITED BY SIZE
                   '  VENCIDOS FORA DA REMESSA: ' DELIMITED BY SIZE
                   WRK-QT-FORA DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'APROVACAO DA TESOURARIA: ____________________'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE PAGREM-REL.
            DISPLAY 'REMESSA ' WRK-SEQ-REMESSA ' COM '
                    WRK-QT-DETALHES ' TITULO(S) EM PAGREM.TXT'.

       2100-RESERVA-SEQUENCIA.
            OPEN INPUT PAGREM-SEQ.
            IF PAGREM-SEQ-STATUS = 0
               READ PAGREM-SEQ
                  AT END
                     MOVE ZEROS TO WRK-SEQ-REMESSA
                  NOT AT END
                     MOVE SEQ-NUMERO TO WRK-SEQ-REMESSA
               END-READ
               CLOSE PAGREM-SEQ
            END-IF.
            ADD 1 TO WRK-SEQ-REMESSA.
            OPEN OUTPUT PAGREM-SEQ.
            MOVE WRK-SEQ-REMESSA TO SEQ-NUMERO.
            WRITE PAGREM-SEQ-REG.
            CLOSE PAGREM-SEQ.

      *----------------------------------------------------------------
      * Titulo aberto, com saldo, vencendo ate o corte e ainda nao
      * enviado vai para a remessa; sem nota ou de fornecedor
      * inativo fica de fora, listado com o motivo.
      *----------------------------------------------------------------
       2200-SELECIONA-TITULO.
            READ PAGAR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  COMPUTE WRK-SALDO = PAG-VALOR - PAG-PAGO
                  IF PAG-ABERTO AND WRK-SALDO > 0
                     AND PAG-REMESSA = ZEROS
                     AND PAG-VENCIMENTO NOT GREATER THAN
                         WRK-DATA-CORTE
                     PERFORM 2300-CONFERE-TITULO
                  END-IF
            END-READ.

       2300-CONFERE-TITULO.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE PAG-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
               INVALID KEY
                  MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO
               NOT INVALID KEY
                  IF FOR-INATIVO
                     MOVE 'FORNECEDOR INATIVO' TO WRK-MOTIVO
                  END-IF
            END-READ.
            IF WRK-MOTIVO = SPACES AND PAG-NOTA = SPACES
               MOVE 'TITULO SEM NOTA DO FORNECEDOR' TO WRK-MOTIVO
            END-IF.
            IF WRK-MOTIVO = SPACES
               PERFORM 2400-GRAVA-DETALHE
            ELSE
               ADD 1 TO WRK-QT-FORA
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING '  FORA ' DELIMITED BY SIZE
                      PAG-NUMERO DELIMITED BY SIZE
                      ' FORN ' DELIMITED BY SIZE
                      PAG-FORNECEDOR DELIMITED BY SIZE
                      ' VENCTO ' DELIMITED BY SIZE
                      PAG-VENCIMENTO DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WRK-SALDO DELIMITED BY SIZE
                      ' *** ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       2400-GRAVA-DETALHE.
            COMPUTE WRK-SALDO-CENTAVOS = WRK-SALDO * 100.
            MOVE PAG-NUMERO     TO WRK-RD-NUMERO.
            MOVE PAG-FORNECEDOR TO WRK-RD-FORNEC.
            MOVE FOR-CNPJ       TO WRK-RD-CNPJ.
            MOVE PAG-NOTA       TO WRK-RD-NOTA.
            MOVE PAG-VENCIMENTO TO WRK-RD-VENCTO.
            MOVE WRK-SALDO-CENTAVOS TO WRK-RD-VALOR.
            MOVE WRK-SEQ-REMESSA TO PAG-REMESSA.
            REWRITE PAG-REG
               INVALID KEY
                  DISPLAY 'ERRO AO MARCAR O TITULO ' PAG-NUMERO
               NOT INVALID KEY
                  MOVE WRK-REM-DETALHE TO PAGREM-REG
                  WRITE PAGREM-REG
                  ADD 1 TO WRK-QT-DETALHES
                  ADD WRK-SALDO-CENTAVOS TO WRK-HASH-REMESSA
                  ADD WRK-SALDO TO WRK-TOTAL-REMESSA
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING '  ' DELIMITED BY SIZE
                         PAG-NUMERO DELIMITED BY SIZE
                         ' FORN ' DELIMITED BY SIZE
                         PAG-FORNECEDOR DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FOR-NOME DELIMITED BY SIZE
                         ' NOTA ' DELIMITED BY SIZE
                         PAG-NOTA DELIMITED BY SIZE
                         ' VENCTO ' DELIMITED BY SIZE
                         PAG-VENCIMENTO DELIMITED BY SIZE
                         ' VALOR ' DELIMITED BY SIZE
                         WRK-SALDO DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
            END-REWRITE.

       3000-FINALIZAR.
            IF PAGAR-STATUS = 0
               CLOSE PAGAR
            END-IF.
            IF FORNECEDORES-STATUS = 0
               CLOSE FORNECEDORES
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'TITULOS NA REMESSA...: ' WRK-QT-DETALHES
               DISPLAY 'FORA DA REMESSA......: ' WRK-QT-FORA
               DISPLAY 'RELACAO GRAVADA EM PAGREM.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==PAGREM-REL-REG==.

      *END PROGRAM PAGREM.
