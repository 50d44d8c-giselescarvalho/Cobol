      *           o mesmo mes duas vezes. O mes de referencia e
      *           perguntado uma unica vez e passado aos programas
      *           da cadeia por ANOMES.TXT, apagado no final.
      * Modification History:
      *  15/10/2026 GC - tempo de cada etapa no historico OPSHIST.DAT
      *                  (OPSTEMPO.cbl), livro M, com alerta de etapa
      *                  muito acima da media recente.
      *  15/10/2026 GC - etapa 5: provisao de 13o e ferias por
      *                  centro de custo (PROVISAO), lancada pela
      *                  exportacao contabil.
      *  15/10/2026 GC - etapa 6: funil mensal de orcamentos por
      *                  situacao, com conversao e dias ate a
      *                  aprovacao (ORCFUNIL).
      *  15/10/2026 GC - etapa 7: pontos de fidelidade - vencimento
      *                  dos lotes com mais de 12 meses e extrato
      *                  mensal enfileirado para cada cliente
      *                  (PONTOMES).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-MES-FECHADO   PIC X(01) VALUE 'N'.
       77 WRK-NUM-ETAPA     PIC 9(02) VALUE ZEROS.
       01 WRK-ETAPAS-OK.
            05 WRK-ETAPA-OK OCCURS 7 TIMES PIC X(01) VALUE 'N'.
       COPY 'OPSTEMPO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               IF WRK-ERRO = 'N'
                  PERFORM 4000-SCORE-CLIENTES
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 5000-PROVISOES-FOLHA
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 6000-FUNIL-ORCAMENTOS
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7000-PONTOS-FIDELIDADE
               END-IF
               PERFORM 9000-FINALIZAR
            END-IF.
            STOP RUN.

      *----------------------------------------------------------------
      * Le o livro de execucao e marca as etapas do mes pedido que ja
      * terminaram com RC zero: um mes com todas as etapas ok esta
      * fechado; um mes pela metade retoma da etapa que faltou.
      *----------------------------------------------------------------
       0500-CARREGA-LIVRO.
            END-IF.
            IF WRK-ETAPA-OK(1) = 'S' AND WRK-ETAPA-OK(2) = 'S'
               AND WRK-ETAPA-OK(3) = 'S' AND WRK-ETAPA-OK(4) = 'S'
               AND WRK-ETAPA-OK(5) = 'S' AND WRK-ETAPA-OK(6) = 'S'
               AND WRK-ETAPA-OK(7) = 'S'
               MOVE 'S' TO WRK-MES-FECHADO
            ELSE
               OPEN EXTEND FECHAMES-CTL
       0520-MARCA-ETAPA.
            IF CTL-ANOMES = WRK-ANOMES AND CTL-RC = ZEROS
               AND CTL-ETAPA NOT LESS THAN 1
               AND CTL-ETAPA NOT GREATER THAN 7
               MOVE 'S' TO WRK-ETAPA-OK(CTL-ETAPA)
            END-IF.
            PERFORM 0510-LE-LIVRO.

      *----------------------------------------------------------------
      * Grava o mes de referencia em ANOMES.TXT: FECHAMES, FATFRETE,
      * COMISSAO, PROVISAO e PONTOMES leem o arquivo e nao perguntam
      * o mes na tela.
      *----------------------------------------------------------------
       0700-PUBLICA-ANOMES.
            OPEN OUTPUT ANOMES-ARQ.
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       5000-PROVISOES-FOLHA.
            MOVE 'PROVISAO 13O E FERIAS' TO WRK-ETAPA.
            MOVE 5 TO WRK-NUM-ETAPA.
            IF WRK-ETAPA-OK(5) = 'S'
               DISPLAY '-- ETAPA JA FEITA NO MES: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'PROVISAO' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'PROVISAO'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       6000-FUNIL-ORCAMENTOS.
            MOVE 'FUNIL DE ORCAMENTOS' TO WRK-ETAPA.
            MOVE 6 TO WRK-NUM-ETAPA.
            IF WRK-ETAPA-OK(6) = 'S'
               DISPLAY '-- ETAPA JA FEITA NO MES: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'ORCFUNIL' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'ORCFUNIL'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7000-PONTOS-FIDELIDADE.
            MOVE 'PONTOS DE FIDELIDADE' TO WRK-ETAPA.
            MOVE 7 TO WRK-NUM-ETAPA.
            IF WRK-ETAPA-OK(7) = 'S'
               DISPLAY '-- ETAPA JA FEITA NO MES: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'PONTOMES' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'PONTOMES'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

      *----------------------------------------------------------------
      * FECHAMES/FATFRETE/COMISSAO/CLISCORE/PROVISAO/PONTOMES
      * sinalizam falha movendo 16 para RETURN-CODE antes do GOBACK;
      * sucesso e sinalizado com RETURN-CODE ZERO.
      *----------------------------------------------------------------
       1900-VERIFICA-RETORNO.
            IF RETURN-CODE NOT = 0
            ACCEPT CTL-HR-FIM FROM TIME.
            MOVE RETURN-CODE TO CTL-RC.
            WRITE CTL-REG.
            PERFORM 8200-HISTORICO-TEMPO.

      *----------------------------------------------------------------
      * Duracao da etapa no historico de tempos (OPSTEMPO.cbl) e
      * alerta de etapa muito acima da media recente. O RETURN-CODE
      * da etapa volta do livro para o 1900-VERIFICA-RETORNO.
      *----------------------------------------------------------------
       8200-HISTORICO-TEMPO.
            MOVE 'M'           TO OPT-LIVRO.
            MOVE CTL-ANOMES    TO OPT-REFERENCIA.
            MOVE CTL-ETAPA     TO OPT-ETAPA.
            MOVE CTL-PROGRAMA  TO OPT-PROGRAMA.
            MOVE CTL-HR-INICIO TO OPT-HR-INICIO.
            MOVE CTL-HR-FIM    TO OPT-HR-FIM.
            MOVE CTL-RC        TO OPT-RC.
            MOVE 'E'           TO OPT-SITUACAO.
            MOVE ZEROS         TO OPT-SEGUNDOS OPT-MEDIA.
            MOVE 'N'           TO OPT-ALERTA.
            CALL 'OPSTEMPO' USING OPSTEMPO-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            MOVE CTL-RC TO RETURN-CODE.
            IF OPT-ALERTA = 'S'
               DISPLAY 'ETAPA ACIMA DA MEDIA: ' WRK-ETAPA
                       ' DURACAO ' OPT-SEGUNDOS 's MEDIA '
                       OPT-MEDIA 's'
            END-IF.

       9000-FINALIZAR.
            CLOSE FECHAMES-CTL.
