       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCVENC.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Vencimento automatico dos orcamentos. Orcamento
      *           aberto ficava ABERTO para sempre se ninguem o
      *           expirasse no modo S do ORCSTAT; este lote varre os
      *           cabecalhos de ORCAMENTOS.DAT e expira (situacao E)
      *           os abertos com mais de ORC-VALIDADE dias (PARAMS.DAT
      *           via PARMLER.cbl, padrao 30). ORC-LEMBRETE dias antes
      *           do vencimento (padrao 5) enfileira em NOTIFICA.SPL o
      *           lembrete ORCVENCE ao cliente (nome e e-mail de
      *           CLIENTES.DAT pelo telefone do orcamento), uma unica
      *           vez por orcamento (ORC-DATA-LEMBRETE). Orcamento
      *           aberto nao tem reserva de estoque - nada a devolver.
      *           Etapa 18 do fechamento de fim de dia (FECHADIA.cbl),
      *           com o dia de movimento do DATAMOV.
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
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'ORCAMENTOS.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'NOTIFICA.CPY'.

       WORKING-STORAGE SECTION.
       77 ORCAMENTOS-STATUS PIC 9(02).
       77 CLIENTES-STATUS   PIC 9(02).
       77 NOTIFICA-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77 WRK-SEM-ORCAMENTO PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS          PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-AVISO    PIC S9(05) VALUE ZEROS.
       77 WRK-VALIDADE      PIC 9(03) VALUE 30.
       77 WRK-LEMBRETE      PIC 9(03) VALUE 5.
       77 WRK-VENCIMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXPIRADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LEMBRETES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CLI    PIC 9(05) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'RESUMO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            PERFORM 2000-VARRE-ORCAMENTOS UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE ZEROS TO RES-ORC-EXPIRADOS RES-ORC-LEMBRETES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            COMPUTE WRK-JULIANO-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            PERFORM 1100-LE-PARAMETROS.
            OPEN I-O ORCAMENTOS.
            OPEN INPUT CLIENTES.
            OPEN EXTEND NOTIFICA
              IF NOTIFICA-STATUS = 35 THEN
                  OPEN OUTPUT NOTIFICA
                  CLOSE NOTIFICA
                  OPEN EXTEND NOTIFICA
               END-IF.
      *     loja que ainda nao gravou orcamento: nada a vencer
            IF ORCAMENTOS-STATUS = 35
               DISPLAY 'SEM ORCAMENTOS.DAT - NADA A VENCER'
               MOVE 'S' TO WRK-SEM-ORCAMENTO
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               IF ORCAMENTOS-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
                  OR NOTIFICA-STATUS NOT = 0
                  DISPLAY 'ORCAMENTOS.DAT/CLIENTES.DAT/NOTIFICA.SPL '
                          'INDISPONIVEIS'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
                  MOVE 'S' TO WRK-FIM-ARQ
               ELSE
                  MOVE ZEROS TO ORC-NUMERO ORC-SEQ
                  START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
                     INVALID KEY
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * ORC-VALIDADE = dias de validade do orcamento a partir da data
      * em que foi feito; ORC-LEMBRETE = dias antes do vencimento em
      * que o cliente e lembrado (zero = sem lembrete).
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
            MOVE 'ORC-VALIDADE' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > ZEROS
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-VALIDADE
            END-IF.
            MOVE 'ORC-LEMBRETE' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-LEMBRETE
            END-IF.
            COMPUTE WRK-DIAS-AVISO = WRK-VALIDADE - WRK-LEMBRETE.

       2000-VARRE-ORCAMENTOS.
            READ ORCAMENTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ORC-CABECALHO AND ORC-ABERTO
                     ADD 1 TO WRK-QT-ABERTOS
                     COMPUTE WRK-DIAS = WRK-JULIANO-HOJE
                             - FUNCTION INTEGER-OF-DATE(ORC-DATA)
                     EVALUATE TRUE
                        WHEN WRK-DIAS NOT LESS THAN WRK-VALIDADE
                           PERFORM 2100-EXPIRA-ORCAMENTO
                        WHEN WRK-LEMBRETE > ZEROS
                           AND WRK-DIAS NOT LESS THAN WRK-DIAS-AVISO
                           AND ORC-DATA-LEMBRETE = ZEROS
                           PERFORM 2200-ENFILEIRA-LEMBRETE
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
            END-READ.

       2100-EXPIRA-ORCAMENTO.
            MOVE 'E' TO ORC-SITUACAO.
            REWRITE ORC-REG
               INVALID KEY
                  DISPLAY 'ERRO AO EXPIRAR O ORCAMENTO ' ORC-NUMERO
               NOT INVALID KEY
                  ADD 1 TO WRK-QT-EXPIRADOS
                  DISPLAY 'EXPIRADO ' ORC-NUMERO ' DE ' ORC-DATA
                          ' (' WRK-DIAS ' DIAS)'
            END-REWRITE.

      *----------------------------------------------------------------
      * Lembrete uma vez so: o dia do envio fica no cabecalho.
      * Cliente sem cadastro fica de fora com aviso e e tentado de
      * novo na noite seguinte (pode ter sido cadastrado).
      *----------------------------------------------------------------
       2200-ENFILEIRA-LEMBRETE.
            MOVE ORC-FONE TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  ADD 1 TO WRK-QT-SEM-CLI
                  DISPLAY 'ORCAMENTO ' ORC-NUMERO
                          ' SEM CADASTRO DE CLIENTE - SEM LEMBRETE'
               NOT INVALID KEY
                  COMPUTE WRK-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(ORC-DATA)
                          + WRK-VALIDADE)
                  MOVE SPACES TO NOTIF-REG
                  MOVE 'ORCVENCE'      TO NOTIF-EVENTO
                  MOVE WRK-DATA-HOJE   TO NOTIF-DATA
                  ACCEPT NOTIF-HORA FROM TIME
                  MOVE ORC-FONE        TO NOTIF-FONE
                  MOVE CLIENTES-NOME   TO NOTIF-NOME
                  MOVE CLIENTES-EMAIL  TO NOTIF-EMAIL
                  MOVE ZEROS TO NOTIF-PEDIDO NOTIF-MANIFESTO
                                NOTIF-DATA-PREVISTA
                                NOTIF-DATA-ENTREGA
                                NOTIF-QT-FALTAS NOTIF-PERC-PRESENCA
                  MOVE ORC-NUMERO      TO NOTIF-ORC-NUMERO
                  MOVE ORC-TOTAL       TO NOTIF-ORC-VALOR
                  MOVE WRK-VENCIMENTO  TO NOTIF-ORC-VENCE
                  WRITE NOTIF-REG
                  MOVE WRK-DATA-HOJE   TO ORC-DATA-LEMBRETE
                  REWRITE ORC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO CARIMBAR O LEMBRETE: '
                                ORC-NUMERO
                  END-REWRITE
                  ADD 1 TO WRK-QT-LEMBRETES
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N' AND WRK-SEM-ORCAMENTO = 'N'
               CLOSE ORCAMENTOS
            END-IF.
            IF CLIENTES-STATUS = 0
               CLOSE CLIENTES
            END-IF.
            IF NOTIFICA-STATUS = 0
               CLOSE NOTIFICA
            END-IF.
            MOVE WRK-QT-EXPIRADOS TO RES-ORC-EXPIRADOS.
            MOVE WRK-QT-LEMBRETES TO RES-ORC-LEMBRETES.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'VALIDADE / LEMBRETE...: ' WRK-VALIDADE
                       ' / ' WRK-LEMBRETE ' DIAS'
               DISPLAY 'ORCAMENTOS EM ABERTO..: ' WRK-QT-ABERTOS
               DISPLAY 'EXPIRADOS.............: ' WRK-QT-EXPIRADOS
               DISPLAY 'LEMBRETES ENFILEIRADOS: ' WRK-QT-LEMBRETES
               DISPLAY 'SEM CADASTRO DE CLIENT: ' WRK-QT-SEM-CLI
               DISPLAY 'EVENTOS EM NOTIFICA.SPL (RODAR NOTPROC)'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM ORCVENC.
