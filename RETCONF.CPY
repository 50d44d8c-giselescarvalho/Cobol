      ******************************************************************
      * RETCONF.CPY - conferencia de arquivo de retorno ja processado,
      *               compartilhada pelos leitores de retorno do banco
      *               e da operadora, sobre o RETCTL.cbl.
      *
      * Uso: COPY 'RETCONF.CPY'. (no fim da PROCEDURE DIVISION, como o
      *      REPCAB.CPY), com os campos de RETCTLWS.COB e o SESSAO.CPY
      *      na WORKING-STORAGE.
      *        - antes de processar, com a identificacao do arquivo
      *          preenchida: PERFORM 9640-CONFERE-RETORNO. Arquivo ja
      *          processado so segue com confirmacao do operador e
      *          sessao de ADM (sem sessao, pede o LOGIN); senao sai
      *          RETC-RECUSADO = 'S' e o chamador termina com
      *          RETURN-CODE 8 sem aplicar nada;
      *        - por linha, com RETC-LINHA montada: PERFORM
      *          9650-VERIFICA-LINHA antes de aplicar (RETC-ACHADO
      *          'S' = ja aplicada: pular e listar no relatorio) e
      *          PERFORM 9660-ANOTA-LINHA depois de aplicar;
      *        - controle indisponivel (RETCTL ausente ou RETPROC.DAT
      *          sem abrir) recusa o arquivo na conferencia e, no meio
      *          do processamento, devolve as linhas restantes como
      *          achadas - nenhuma e aplicada sem conferencia;
      *        - no fim: PERFORM 9670-ANOTA-ARQUIVO.
      ******************************************************************
       9640-CONFERE-RETORNO.
            MOVE 'N' TO RETC-RECUSADO RETC-REPROCESSO
                        RETC-INDISPONIVEL.
            MOVE ZEROS TO RETC-QT-PULADAS.
            MOVE 'C' TO RETC-FUNCAO.
            MOVE 'N' TO RETC-ACHADO.
            CALL 'RETCTL' USING RETC-PEDIDO
               ON EXCEPTION
                  MOVE 'E' TO RETC-ACHADO
            END-CALL.
            IF RETC-ACHADO = 'E'
               PERFORM 9645-CONTROLE-INDISPONIVEL
            END-IF.
            IF RETC-ACHADO = 'S'
               DISPLAY RETC-ARQUIVO ' JA PROCESSADO EM '
                       RETC-DATA-PROC ' POR ' RETC-USUARIO
               DISPLAY '(SEQUENCIA ' RETC-SEQ ' DATA ' RETC-DATA-ARQ
                       ' REGISTROS ' RETC-QT-REG ')'
               DISPLAY 'REPROCESSAR PULANDO AS LINHAS JA APLICADAS'
               DISPLAY '(SO ADM)? (S/N) '
               ACCEPT RETC-CONFIRMA
               IF RETC-CONFIRMA = 's'
                  MOVE 'S' TO RETC-CONFIRMA
               END-IF
               IF RETC-CONFIRMA = 'S'
                  IF SES-USUARIO = SPACES
                     OR SES-USUARIO = LOW-VALUES
                     CALL 'LOGIN'
                  END-IF
                  IF SES-NIVEL < 03
                     DISPLAY 'REPROCESSAMENTO RESTRITO A ADM'
                     MOVE 'S' TO RETC-RECUSADO
                  ELSE
                     MOVE 'S' TO RETC-REPROCESSO
                  END-IF
               ELSE
                  MOVE 'S' TO RETC-RECUSADO
               END-IF
               IF RETC-RECUSADO = 'S'
                  DISPLAY RETC-ARQUIVO ' RECUSADO - NADA APLICADO'
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Sem o controle nao ha como saber o que ja foi aplicado: o
      * arquivo sai recusado, como se ja processado sem autorizacao.
      *----------------------------------------------------------------
       9645-CONTROLE-INDISPONIVEL.
            MOVE 'S' TO RETC-RECUSADO RETC-INDISPONIVEL.
            DISPLAY 'CONTROLE DE RETORNOS (RETCTL/RETPROC.DAT) '
                    'INDISPONIVEL'.
            DISPLAY RETC-ARQUIVO ' RECUSADO - NADA MAIS APLICADO'.

       9650-VERIFICA-LINHA.
            MOVE 'V' TO RETC-FUNCAO.
            IF RETC-INDISPONIVEL = 'S'
               MOVE 'E' TO RETC-ACHADO
            ELSE
               MOVE 'N' TO RETC-ACHADO
               CALL 'RETCTL' USING RETC-PEDIDO
                  ON EXCEPTION
                     MOVE 'E' TO RETC-ACHADO
               END-CALL
               IF RETC-ACHADO = 'E'
                  PERFORM 9645-CONTROLE-INDISPONIVEL
               END-IF
            END-IF.
      *     linha sem conferencia volta como achada: nao e aplicada
            IF RETC-ACHADO = 'E'
               MOVE ZEROS TO RETC-DATA-PROC
               MOVE 'S' TO RETC-ACHADO
            ELSE
               IF RETC-ACHADO = 'S'
                  ADD 1 TO RETC-QT-PULADAS
               END-IF
            END-IF.

       9660-ANOTA-LINHA.
            MOVE 'L' TO RETC-FUNCAO.
            CALL 'RETCTL' USING RETC-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       9670-ANOTA-ARQUIVO.
            MOVE 'A' TO RETC-FUNCAO.
            CALL 'RETCTL' USING RETC-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
