      *           RECEBE.PRM - e o que o banco nao conseguiu cobrar
      *           sai no relatorio COBRANCA.REL (padrao REPCTL.COB/
      *           REPCAB.CPY), com RETURN-CODE 8 quando ha recusa.
      * Modification History:
      *  15/10/2026 GC - retorno conferido no RETPROC.DAT (RETCTL.cbl/
      *                  RETCONF.CPY): o mesmo COBRET.TXT nao baixa
      *                  duas vezes - arquivo ja processado sai com
      *                  RETURN-CODE 8, salvo reprocessamento
      *                  confirmado por ADM, que pula (e lista no
      *                  relatorio) cada pagamento ja baixado. Header
      *                  opcional do banco (titulo zero) com sequencia
      *                  e data do arquivo.
      *  15/10/2026 GC - controle RETPROC.DAT/RETCTL indisponivel
      *                  recusa o retorno (RETURN-CODE 8) em vez de
      *                  aplicar sem conferencia.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                88 RET-PAGO      VALUE 'A'.
                88 RET-RECUSADO  VALUE 'R'.
            05 RET-MOTIVO    PIC X(20).
      * Header do banco: linha com titulo zero, sequencia e data de
      * geracao do arquivo (retornos antigos vem sem header).
       01 COBRET-HEADER.
            05 RETH-ZEROS    PIC 9(06).
            05 RETH-SEQ      PIC 9(06).
            05 RETH-DATA     PIC 9(08).
            05 FILLER        PIC X(28).

       FD COBRANCA-REL.
       01 COBRANCA-REL-REG     PIC X(132).
            05 WRK-DU-DIAS-ENTRE  PIC S9(05) VALUE ZEROS.
            05 WRK-DU-UF          PIC X(02) VALUE SPACES.
            05 WRK-DU-CIDADE      PIC X(30) VALUE SPACES.
       COPY 'RETCTLWS.COB'.
       COPY 'SESSAO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
               IF WRK-MODO = 'R'
                  PERFORM 2000-GERA-REMESSA
               ELSE
                  IF RETC-RECUSADO = 'N'
                     PERFORM 5000-PROCESSA-RETORNO
                        UNTIL WRK-FIM-ARQ = 'S'
                  END-IF
                  PERFORM 5900-ENCERRA-RETORNO
               END-IF
            END-IF.
                     DISPLAY 'COBRET.TXT/COBRANCA.REL INDISPONIVEIS'
                     MOVE 'S' TO WRK-ERRO-ABERTURA
                  ELSE
                     PERFORM 5050-IDENTIFICA-RETORNO
                     PERFORM 9640-CONFERE-RETORNO
                     IF RETC-REPROCESSO = 'S'
                        MOVE 'REPROCESSAMENTO DO RETORNO DA COBRANCA'
                          TO RPT-TITULO
                     ELSE
                        MOVE 'RETORNO DA COBRANCA BANCARIA'
                          TO RPT-TITULO
                     END-IF
                     PERFORM 9980-CABECALHO-RPT
                  END-IF
               END-IF
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  EVALUATE TRUE
      *              header do banco
                     WHEN RET-NUMERO = ZEROS
                        CONTINUE
                     WHEN RET-PAGO
                        PERFORM 5010-CONFERE-PAGAMENTO
                     WHEN OTHER
                        ADD 1 TO WRK-QT-RECUSADOS
                        MOVE SPACES TO RPT-LINHA-IMPRESSA
                        STRING RET-NUMERO DELIMITED BY SIZE
                               ' *** NAO COBRADO *** MOTIVO: '
                               DELIMITED BY SIZE
                               RET-MOTIVO DELIMITED BY SIZE
                               INTO RPT-LINHA-IMPRESSA
                        END-STRING
                        PERFORM 9990-GRAVA-LINHA-RPT
                  END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * Pagamento ja baixado (titulo + data + valor no RETPROC.DAT)
      * nao baixa de novo: sai no relatorio como pulado.
      *----------------------------------------------------------------
       5010-CONFERE-PAGAMENTO.
            MOVE SPACES TO RETC-LINHA.
            MOVE COBRET-REG(1:27) TO RETC-LINHA(1:27).
            PERFORM 9650-VERIFICA-LINHA.
      *     sem o controle a linha nao e baixada nem listada; o rodape
      *     explica a recusa
            EVALUATE TRUE
               WHEN RETC-INDISPONIVEL = 'S'
                  CONTINUE
               WHEN RETC-ACHADO = 'S'
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING RET-NUMERO DELIMITED BY SIZE
                         ' JA BAIXADO EM ' DELIMITED BY SIZE
                         RETC-DATA-PROC DELIMITED BY SIZE
                         ' - PULADO  PAGTO ' DELIMITED BY SIZE
                         RET-DATA-PAGTO DELIMITED BY SIZE
                         ' VALOR(CTVS) ' DELIMITED BY SIZE
                         RET-VALOR DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
               WHEN OTHER
                  PERFORM 5100-BAIXA-TITULO
            END-EVALUATE.

      *----------------------------------------------------------------
      * Primeira passada no COBRET.TXT: sequencia e data do header
      * (sem header, a maior data de pagamento), quantidade de
      * detalhes e hash dos valores em centavos, como no trailer da
      * remessa.
      *----------------------------------------------------------------
       5050-IDENTIFICA-RETORNO.
            MOVE 'COBRANCA'   TO RETC-ORIGEM.
            MOVE 'COBRET.TXT' TO RETC-ARQUIVO.
            MOVE ZEROS TO RETC-SEQ RETC-DATA-ARQ RETC-QT-REG RETC-HASH.
            MOVE 'N' TO WRK-FIM-ARQ.
            PERFORM 5060-LE-IDENTIFICACAO UNTIL WRK-FIM-ARQ = 'S'.
            CLOSE COBRET.
            OPEN INPUT COBRET.
            MOVE 'N' TO WRK-FIM-ARQ.

       5060-LE-IDENTIFICACAO.
            READ COBRET
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF RET-NUMERO = ZEROS
                     MOVE RETH-SEQ  TO RETC-SEQ
                     MOVE RETH-DATA TO RETC-DATA-ARQ
                  ELSE
                     ADD 1 TO RETC-QT-REG
                     ADD RET-VALOR TO RETC-HASH
                     IF RETC-SEQ = ZEROS
                        AND RET-DATA-PAGTO > RETC-DATA-ARQ
                        MOVE RET-DATA-PAGTO TO RETC-DATA-ARQ
                     END-IF
                  END-IF
            END-READ.

               NOT INVALID KEY
                  ADD 1 TO WRK-QT-PAGOS
                  PERFORM 5300-ANOTA-RECMOV
                  PERFORM 9660-ANOTA-LINHA
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING REC-NUMERO DELIMITED BY SIZE
                         ' BAIXADO PELO BANCO - PAGO '
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            EVALUATE TRUE
               WHEN RETC-INDISPONIVEL = 'S'
                  STRING 'COBRET.TXT RECUSADO - CONTROLE RETPROC.DAT '
                         'INDISPONIVEL, BAIXADOS ANTES DA FALHA: '
                         DELIMITED BY SIZE
                         WRK-QT-PAGOS DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
               WHEN RETC-RECUSADO = 'S'
                  STRING 'COBRET.TXT JA PROCESSADO EM '
                         DELIMITED BY SIZE
                         RETC-DATA-PROC DELIMITED BY SIZE
                         ' POR ' DELIMITED BY SIZE
                         RETC-USUARIO DELIMITED BY SIZE
                         ' - RECUSADO, NADA BAIXADO' DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
               WHEN OTHER
                  STRING 'BAIXADOS: '    DELIMITED BY SIZE
                         WRK-QT-PAGOS    DELIMITED BY SIZE
                         '  NAO COBRADOS: ' DELIMITED BY SIZE
                         WRK-QT-RECUSADOS DELIMITED BY SIZE
                         '  JA BAIXADOS (PULADOS): ' DELIMITED BY SIZE
                         RETC-QT-PULADAS DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9670-ANOTA-ARQUIVO
            END-EVALUATE.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE COBRANCA-REL.
               IF WRK-MODO = 'T'
                  DISPLAY 'TITULOS BAIXADOS.....: ' WRK-QT-PAGOS
                  DISPLAY 'NAO COBRADOS.........: ' WRK-QT-RECUSADOS
                  DISPLAY 'JA BAIXADOS (PULADOS): ' RETC-QT-PULADAS
                  DISPLAY 'RELATORIO GRAVADO EM COBRANCA.REL'
                  IF WRK-QT-RECUSADOS > 0 OR RETC-RECUSADO = 'S'
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE ZERO TO RETURN-CODE
       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==COBRANCA-REL-REG==.

       COPY 'RETCONF.CPY'.

      *END PROGRAM COBRANCA.
