      * Author: Gisele Carvalho
      * Date: 22/08/2026
      * Purpose: Pontuacao de compra dos clientes (recencia/
      *           frequencia/valor). Le o resumo mensal de vendas
      *           (VENDMES.DAT) e apura, por cliente, a data do ultimo
      *           pedido, a quantidade de pedidos e os acumulados de
      *           valor e frete dos pedidos nao cancelados, gravando o
      *           resultado em CLISCORE.DAT (recriado a cada
      *           execucao). O balcao ve a pontuacao na consulta do
      *           CLIENTES.cbl (6200-CONSULTAR-FONE).
      * Modification History:
      *  15/10/2026 GC - pontuacao apurada do resumo mensal VENDMES.DAT
      *                  (pedidos, valor, frete e ultima data por
      *                  cliente) no lugar da varredura de PEDIDOS.DAT;
      *                  os meses ja arquivados pelo PEDARQ continuam
      *                  contando.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMES
             ASSIGN TO 'VENDMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDMES-STATUS
               RECORD KEY IS VMS-CHAVE.
           SELECT CLISCORE
             ASSIGN TO 'CLISCORE.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SCORE-FONE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'VENDMES.CPY'.

       FD CLISCORE.
       01 SCORE-REG.
            05 SCORE-TOT-FRETE   PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 VENDMES-STATUS    PIC 9(02).
       77 CLISCORE-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CLIENTES   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            OPEN INPUT VENDMES.
      *     recriado vazio e reaberto para acumular por cliente
            OPEN OUTPUT CLISCORE.
            IF CLISCORE-STATUS = 0
               CLOSE CLISCORE
               OPEN I-O CLISCORE
            END-IF.
            IF VENDMES-STATUS NOT = 0 OR CLISCORE-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               MOVE LOW-VALUES TO VMS-CHAVE
               START VENDMES KEY IS NOT LESS THAN VMS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

      *----------------------------------------------------------------
      * O resumo vem por ano/mes e, dentro do mes, por telefone: cada
      * linha soma no registro do cliente em CLISCORE.DAT. Linha so
      * de cancelado/devolvido nao pontua.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            READ VENDMES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-LIDOS
                  IF VMS-QT-PEDIDOS > 0 OR VMS-VALOR > 0
                     PERFORM 2200-GRAVA-SCORE
                  END-IF
            END-READ.

       2200-GRAVA-SCORE.
            MOVE VMS-FONE TO SCORE-FONE.
            READ CLISCORE
               INVALID KEY
                  MOVE ZEROS TO SCORE-ULT-PEDIDO SCORE-QT-PEDIDOS
                                SCORE-TOT-VALOR SCORE-TOT-FRETE
                  PERFORM 2210-SOMA-LINHA
                  WRITE SCORE-REG
                     INVALID KEY
                        DISPLAY 'SCORE DUPLICADO IGNORADO: '
                                SCORE-FONE
                     NOT INVALID KEY
                        ADD 1 TO WRK-QT-CLIENTES
                  END-WRITE
               NOT INVALID KEY
                  PERFORM 2210-SOMA-LINHA
                  REWRITE SCORE-REG
                     INVALID KEY
                        DISPLAY 'FALHA AO REGRAVAR SCORE: '
                                SCORE-FONE
                  END-REWRITE
            END-READ.

       2210-SOMA-LINHA.
            ADD VMS-QT-PEDIDOS TO SCORE-QT-PEDIDOS.
            ADD VMS-VALOR      TO SCORE-TOT-VALOR.
            ADD VMS-FRETE      TO SCORE-TOT-FRETE.
            IF VMS-ULT-DATA > SCORE-ULT-PEDIDO
               MOVE VMS-ULT-DATA TO SCORE-ULT-PEDIDO
            END-IF.

       3000-FINALIZAR.
            CLOSE VENDMES.
            CLOSE CLISCORE.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR VENDMES.DAT/CLISCORE.DAT'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'LINHAS DO RESUMO.....: ' WRK-QT-LIDOS
               DISPLAY 'CLIENTES PONTUADOS...: ' WRK-QT-CLIENTES
               DISPLAY 'PONTUACAO GRAVADA EM CLISCORE.DAT'
               MOVE ZERO TO RETURN-CODE
