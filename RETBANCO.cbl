      *           confirmacao de cada credito, destacando os
      *           rejeitados (que o RH paga por outro meio), e
      *           termina com RETURN-CODE 8 quando ha rejeicao.
      * Modification History:
      *  15/10/2026 GC - retorno conferido no RETPROC.DAT (RETCTL.cbl/
      *                  RETCONF.CPY): RETORNO.TXT ja processado sai
      *                  com RETURN-CODE 8 sem listar nada, salvo
      *                  reprocessamento confirmado por ADM, que pula
      *                  (e lista) cada credito ja conferido. Header
      *                  opcional do banco (matricula zero) com
      *                  sequencia e data do arquivo.
      *  15/10/2026 GC - controle RETPROC.DAT/RETCTL indisponivel
      *                  recusa o retorno (RETURN-CODE 8) em vez de
      *                  aplicar sem conferencia.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                88 RET-ACEITO    VALUE 'A'.
                88 RET-REJEITADO VALUE 'R'.
            05 RET-MOTIVO    PIC X(20).
      * Header do banco: linha com matricula zero, sequencia e data
      * de geracao do arquivo (retornos antigos vem sem header).
       01 RETORNO-HEADER.
            05 RETH-ZEROS    PIC 9(06).
            05 RETH-SEQ      PIC 9(06).
            05 RETH-DATA     PIC 9(08).
            05 FILLER        PIC X(20).

       FD RETBANCO-REL.
       01 RETBANCO-REL-REG  PIC X(132).
       77 WRK-QT-ACEITOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ACEITO      PIC 9(15) VALUE ZEROS.
      *----------------------------------------------------------------
      * Chave da linha no RETPROC.DAT: o credito mais a identificacao
      * do arquivo (a mesma matricula e valor voltam todo mes).
      *----------------------------------------------------------------
       01 WRK-LINHA-RETORNO.
            05 WRK-LR-MATRICULA PIC 9(06).
            05 WRK-LR-SITUACAO  PIC X(01).
            05 WRK-LR-VALOR     PIC 9(13).
            05 WRK-LR-SEQ       PIC 9(06).
            05 WRK-LR-DATA      PIC 9(08).
            05 WRK-LR-QT-REG    PIC 9(06).
            05 WRK-LR-HASH      PIC 9(15).
       COPY 'RETCTLWS.COB'.
       COPY 'SESSAO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF RETC-RECUSADO = 'S'
               MOVE 'S' TO WRK-FIM-ARQ
            END-IF.
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 3000-FINALIZAR.
            GOBACK.
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               PERFORM 1200-IDENTIFICA-RETORNO
               PERFORM 9640-CONFERE-RETORNO
               IF RETC-REPROCESSO = 'S'
                  MOVE 'REPROCESSAMENTO DO RETORNO DA FOLHA'
                    TO RPT-TITULO
               ELSE
                  MOVE 'RETORNO BANCARIO DA FOLHA' TO RPT-TITULO
               END-IF
               PERFORM 9980-CABECALHO-RPT
               PERFORM 1100-LER-PROXIMO
            END-IF.

      *     o header do banco nao e credito
       1100-LER-PROXIMO.
            PERFORM 1110-LE-RETORNO.
            PERFORM 1110-LE-RETORNO
               UNTIL WRK-FIM-ARQ = 'S' OR RET-MATRICULA NOT = ZEROS.

       1110-LE-RETORNO.
            READ RETORNO
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
            END-READ.

      *----------------------------------------------------------------
      * Primeira passada no RETORNO.TXT: sequencia e data do header,
      * quantidade de creditos e hash dos valores em centavos.
      *----------------------------------------------------------------
       1200-IDENTIFICA-RETORNO.
            MOVE 'RETBANCO'    TO RETC-ORIGEM.
            MOVE 'RETORNO.TXT' TO RETC-ARQUIVO.
            MOVE ZEROS TO RETC-SEQ RETC-DATA-ARQ RETC-QT-REG RETC-HASH.
            PERFORM 1210-LE-IDENTIFICACAO UNTIL WRK-FIM-ARQ = 'S'.
            CLOSE RETORNO.
            OPEN INPUT RETORNO.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE RETC-SEQ      TO WRK-LR-SEQ.
            MOVE RETC-DATA-ARQ TO WRK-LR-DATA.
            MOVE RETC-QT-REG   TO WRK-LR-QT-REG.
            MOVE RETC-HASH     TO WRK-LR-HASH.

       1210-LE-IDENTIFICACAO.
            READ RETORNO
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF RET-MATRICULA = ZEROS
                     MOVE RETH-SEQ  TO RETC-SEQ
                     MOVE RETH-DATA TO RETC-DATA-ARQ
                  ELSE
                     ADD 1 TO RETC-QT-REG
                     ADD RET-VALOR TO RETC-HASH
                  END-IF
            END-READ.

       2000-PROCESSAR.
            ADD 1 TO WRK-QT-LIDOS.
            MOVE RET-MATRICULA TO WRK-LR-MATRICULA.
            MOVE RET-SITUACAO  TO WRK-LR-SITUACAO.
            MOVE RET-VALOR     TO WRK-LR-VALOR.
            MOVE WRK-LINHA-RETORNO TO RETC-LINHA.
            PERFORM 9650-VERIFICA-LINHA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
      *     sem o controle a linha nao e conferida nem listada; o
      *     rodape explica a recusa
            EVALUATE TRUE
               WHEN RETC-INDISPONIVEL = 'S'
                  CONTINUE
               WHEN RETC-ACHADO = 'S'
                  STRING RET-MATRICULA DELIMITED BY SIZE
                         ' JA CONFERIDO EM ' DELIMITED BY SIZE
                         RETC-DATA-PROC DELIMITED BY SIZE
                         ' - PULADO  VALOR(CTVS): ' DELIMITED BY SIZE
                         RET-VALOR DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
               WHEN OTHER
                  PERFORM 2100-CONFERE-CREDITO
                  PERFORM 9660-ANOTA-LINHA
            END-EVALUATE.
            PERFORM 1100-LER-PROXIMO.

       2100-CONFERE-CREDITO.
            IF RET-ACEITO
               ADD 1 TO WRK-QT-ACEITOS
               ADD RET-VALOR TO WRK-TOT-ACEITO
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            CLOSE RETORNO.
            DISPLAY '-------------------------------------'.
            EVALUATE TRUE
               WHEN WRK-ERRO-ABERTURA = 'S'
                  DISPLAY 'ERRO AO ABRIR RETORNO.TXT/RETBANCO.REL'
                  MOVE 16 TO RETURN-CODE
               WHEN RETC-RECUSADO = 'S'
                  PERFORM 3100-RODAPE-RECUSADO
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  PERFORM 3200-RODAPE-TOTAIS
                  IF WRK-QT-REJEITADOS > 0
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE ZERO TO RETURN-CODE
                  END-IF
            END-EVALUATE.
            CLOSE RETBANCO-REL.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       3100-RODAPE-RECUSADO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF RETC-INDISPONIVEL = 'S'
               STRING 'RETORNO.TXT RECUSADO - CONTROLE RETPROC.DAT '
                      'INDISPONIVEL, CONFIRMADOS ANTES DA FALHA: '
                      DELIMITED BY SIZE
                      WRK-QT-ACEITOS DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               STRING 'RETORNO.TXT JA PROCESSADO EM ' DELIMITED BY SIZE
                      RETC-DATA-PROC DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      RETC-USUARIO DELIMITED BY SIZE
                      ' - RECUSADO' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       3200-RODAPE-TOTAIS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CREDITOS: '      DELIMITED BY SIZE
                   WRK-QT-LIDOS      DELIMITED BY SIZE
                   '  ACEITOS: '     DELIMITED BY SIZE
                   WRK-QT-ACEITOS    DELIMITED BY SIZE
                   '  REJEITADOS: '  DELIMITED BY SIZE
                   WRK-QT-REJEITADOS DELIMITED BY SIZE
                   '  JA CONFERIDOS (PULADOS): ' DELIMITED BY SIZE
                   RETC-QT-PULADAS   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            PERFORM 9670-ANOTA-ARQUIVO.
            DISPLAY 'CREDITOS LIDOS.......: ' WRK-QT-LIDOS.
            DISPLAY 'ACEITOS..............: ' WRK-QT-ACEITOS.
            DISPLAY 'REJEITADOS...........: ' WRK-QT-REJEITADOS.
            DISPLAY 'JA CONFERIDOS........: ' RETC-QT-PULADAS.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==RETBANCO-REL-REG==.

       COPY 'RETCONF.CPY'.

      *END PROGRAM RETBANCO.
