       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSDEV.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Mensalidades escolares vencidas de um responsavel
      *           financeiro, chamada via CALL 'MENSDEV' com a area
      *           MENSDEV.CPY (telefone e data base) pela matricula
      *           (MATRIC.cbl) e pela virada de ano letivo
      *           (ANOVIRA.cbl), que nao rematriculam aluno de
      *           familia em atraso. Conta os titulos de mensalidade
      *           (abertos pelo MENSALID.cbl, sem fatura de origem)
      *           do telefone, ainda abertos e com vencimento anterior
      *           a data base, e soma o saldo devedor deles.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER
             ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-NUMERO.
       DATA DIVISION.
       FILE SECTION.
       COPY 'RECEBER.CPY'.

       WORKING-STORAGE SECTION.
       77 RECEBER-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       COPY 'MENSDEV.CPY'.

       PROCEDURE DIVISION USING MENSDEV-PARM.
       0001-PRINCIPAL.
            MOVE 'S' TO MDV-RESULTADO.
            MOVE ZEROS TO MDV-QT-VENCIDOS MDV-VALOR-VENCIDO.
            IF MDV-FONE NOT = ZEROS
               OPEN INPUT RECEBER
               IF RECEBER-STATUS NOT = 0
                  MOVE 'E' TO MDV-RESULTADO
               ELSE
                  MOVE 'N' TO WRK-FIM-ARQ
                  MOVE LOW-VALUES TO REC-NUMERO
                  START RECEBER KEY IS NOT LESS THAN REC-NUMERO
                     INVALID KEY
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
                  PERFORM 1000-LE-TITULO UNTIL WRK-FIM-ARQ = 'S'
                  CLOSE RECEBER
               END-IF
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * Titulo de mensalidade = REC-FATURA zerado (os da loja sempre
      * amarram a fatura de origem).
      *----------------------------------------------------------------
       1000-LE-TITULO.
            READ RECEBER NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF REC-FONE = MDV-FONE
                     AND REC-FATURA = ZEROS
                     AND REC-ABERTO
                     AND REC-VENCIMENTO < MDV-DATA-BASE
                     ADD 1 TO MDV-QT-VENCIDOS
                     IF REC-VALOR > REC-PAGO
                        COMPUTE MDV-VALOR-VENCIDO =
                                MDV-VALOR-VENCIDO + REC-VALOR
                                - REC-PAGO
                     END-IF
                  END-IF
            END-READ.

      *END PROGRAM MENSDEV.
