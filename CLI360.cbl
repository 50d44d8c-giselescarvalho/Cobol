      *           ultimas faturas de FATURAS.DAT e o pedido de
      *           inativacao pendente em CLIPEND.DAT, quando houver.
      *           Nenhum arquivo e regravado.
      * Modification History:
      *  15/10/2026 GC - situacao de negativacao de cada titulo
      *                  (NEGATIVA.cbl) e alerta de cliente
      *                  negativado.
      *  15/10/2026 GC - chamados de SAC em aberto do cliente
      *                  (SAC.DAT, SACCAD.cbl), com categoria, dias
      *                  desde a abertura e responsavel.
      *  15/10/2026 GC - saldo de pontos de fidelidade (PONTOS.cbl),
      *                  com os pontos a vencer em 30 dias e o
      *                  proximo vencimento.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIPEND-STATUS
               RECORD KEY IS PEND-FONE.
      * Chamados de SAC (opcional).
           SELECT SAC
             ASSIGN TO 'SAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SAC-STATUS
               RECORD KEY IS SAC-NUMERO.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CLIENTES.CPY'.

       COPY 'FATURAS.CPY'.

       COPY 'SAC.CPY'.

       FD CLISCORE.
       01 SCORE-REG.
            05 SCORE-FONE        PIC 9(09).
       77 FATURAS-STATUS    PIC 9(02).
       77 CLISCORE-STATUS   PIC 9(02).
       77 CLIPEND-STATUS    PIC 9(02).
       77 SAC-STATUS        PIC 9(02).
       77 WRK-TEM-SAC       PIC X(01) VALUE 'N'.
       77 WRK-QT-SAC-ABERTO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-SAC      PIC S9(05) VALUE ZEROS.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-FONE          PIC 9(09) VALUE ZEROS.
       77 WRK-TEM-SCORE     PIC X(01) VALUE 'N'.
       77 WRK-TEM-FATURAS   PIC X(01) VALUE 'N'.
       77 WRK-QT-PED-ABERTO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TIT-ABERTO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NEGATIVADO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FATURAS    PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-TOTAL   PIC S9(11)V99 VALUE ZEROS.
                10 WRK-ULTFAT-DATA   PIC 9(08).
                10 WRK-ULTFAT-TOTAL  PIC 9(11)V99.
       77 WRK-IX-GUARDA     PIC 9(01) VALUE ZEROS.
       COPY 'PONTOSWS.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            IF CLIPEND-STATUS = 0
               MOVE 'S' TO WRK-TEM-PEND
            END-IF.
            OPEN INPUT SAC.
            IF SAC-STATUS = 0
               MOVE 'S' TO WRK-TEM-SAC
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-JULIANO-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
                  PERFORM 2400-MOSTRA-TITULOS
                  PERFORM 2500-MOSTRA-FATURAS
                  PERFORM 2600-MOSTRA-PENDENCIA
                  PERFORM 2700-MOSTRA-CHAMADOS
                  PERFORM 2800-MOSTRA-PONTOS
            END-READ.
            PERFORM 1100-PEDE-FONE.

       2400-MOSTRA-TITULOS.
            DISPLAY '-- TITULOS EM ABERTO --'.
            MOVE ZEROS TO WRK-QT-TIT-ABERTO WRK-SALDO-TOTAL.
            MOVE ZEROS TO WRK-QT-NEGATIVADO.
            IF WRK-TEM-RECEBER = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO REC-NUMERO
            ELSE
               DISPLAY '   SALDO DEVEDOR TOTAL: ' WRK-SALDO-TOTAL
            END-IF.
            IF WRK-QT-NEGATIVADO > ZEROS
               DISPLAY '   *** CLIENTE NEGATIVADO: ' WRK-QT-NEGATIVADO
                       ' TITULO(S) NO CADASTRO DE INADIMPLENTES'
            END-IF.

       2410-LISTA-TITULO.
            READ RECEBER NEXT RECORD
                                ' VENC ' REC-VENCIMENTO
                                ' SALDO ' WRK-SALDO
                                ' ATRASO(D) ' WRK-DIAS-ATRASO
                        PERFORM 2420-MOSTRA-NEGATIVACAO
                     END-IF
                  END-IF
                  IF REC-FONE = WRK-FONE AND REC-NEG-INCLUIDO
                     ADD 1 TO WRK-QT-NEGATIVADO
                     IF REC-QUITADO
                        DISPLAY '   TITULO ' REC-NUMERO
                                ' QUITADO - EXCLUSAO DA NEGATIVACAO'
                                ' PENDENTE (NEGATIVA)'
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Situacao do titulo no ciclo de negativacao do NEGATIVA.cbl.
      *----------------------------------------------------------------
       2420-MOSTRA-NEGATIVACAO.
            EVALUATE TRUE
               WHEN REC-NEG-AVISADO
                  DISPLAY '      AVISO DE NEGATIVACAO EM '
                          REC-DATA-NEGATIV
               WHEN REC-NEG-INCLUIDO
                  DISPLAY '      NEGATIVADO EM ' REC-DATA-NEGATIV
               WHEN REC-NEG-BAIXADO
                  DISPLAY '      NEGATIVACAO EXCLUIDA EM '
                          REC-DATA-NEGATIV
            END-EVALUATE.

      *----------------------------------------------------------------
      * Varre os cabecalhos de fatura do cliente guardando as 5 mais
      * recentes; como o arquivo e chaveado por numero crescente, as
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Chamados de SAC ainda abertos ou em andamento do cliente; o
      * arquivo e chaveado pelo numero, entao varre tudo filtrando o
      * fone (mesmo tratamento dos titulos).
      *----------------------------------------------------------------
       2700-MOSTRA-CHAMADOS.
            IF WRK-TEM-SAC = 'S'
               DISPLAY '-- CHAMADOS DE SAC EM ABERTO --'
               MOVE ZEROS TO WRK-QT-SAC-ABERTO
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE ZEROS TO SAC-NUMERO
               START SAC KEY IS NOT LESS THAN SAC-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2710-LISTA-CHAMADO UNTIL WRK-FIM-ARQ = 'S'
               IF WRK-QT-SAC-ABERTO = ZEROS
                  DISPLAY '   (NENHUM)'
               END-IF
            END-IF.

       2710-LISTA-CHAMADO.
            READ SAC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF SAC-FONE = WRK-FONE AND SAC-PENDENTE
                     ADD 1 TO WRK-QT-SAC-ABERTO
                     COMPUTE WRK-DIAS-SAC = WRK-JULIANO-HOJE
                        - FUNCTION INTEGER-OF-DATE(SAC-DATA-ABERTURA)
                     DISPLAY '   CHAMADO ' SAC-NUMERO
                             ' CATEG ' SAC-CATEGORIA
                             ' SIT ' SAC-SITUACAO
                             ' ABERTO HA(D) ' WRK-DIAS-SAC
                             ' RESP ' SAC-RESPONSAVEL
                     DISPLAY '      ' SAC-DESCRICAO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Saldo do razao de pontos de fidelidade do fone.
      *----------------------------------------------------------------
       2800-MOSTRA-PONTOS.
            MOVE 'S'        TO PNT-FUNCAO.
            MOVE 'CLI360'   TO PNT-ORIGEM.
            MOVE WRK-FONE   TO PNT-FONE.
            MOVE ZEROS      TO PNT-DATA PNT-VALOR PNT-PONTOS.
            MOVE SPACES     TO PNT-DOCUMENTO.
            CALL 'PONTOS' USING PNT-PEDIDO
               ON EXCEPTION
                  MOVE 'N' TO PNT-RESULTADO
                  MOVE 'PONTOS INDISPONIVEL' TO PNT-MENSAGEM
            END-CALL.
            IF PNT-RESULTADO NOT = 'S'
               DISPLAY 'PONTOS DE FIDELIDADE: ' PNT-MENSAGEM
            ELSE
               IF PNT-SALDO = ZEROS
                  DISPLAY 'PONTOS DE FIDELIDADE: (SEM SALDO)'
               ELSE
                  DISPLAY 'PONTOS DE FIDELIDADE: SALDO ' PNT-SALDO
                          '  A VENCER EM 30 DIAS ' PNT-A-VENCER
                          '  PROX VENC ' PNT-PROX-VENC
               END-IF
            END-IF.

       3000-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE PEDIDOS.
            IF WRK-TEM-PEND = 'S'
               CLOSE CLIPEND
            END-IF.
            IF WRK-TEM-SAC = 'S'
               CLOSE SAC
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM CLI360.
