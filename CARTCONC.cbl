      *           lista dos dias com venda de cartao que a operadora
      *           NUNCA liquidou. Divergencia ou dia nao liquidado
      *           termina com RETURN-CODE 8.
      * Modification History:
      *  15/10/2026 GC - liquidacao conferida no RETPROC.DAT
      *                  (RETCTL.cbl/RETCONF.CPY): ACQUIR.TXT ja
      *                  processado sai com RETURN-CODE 8 sem
      *                  conciliar, salvo reprocessamento confirmado
      *                  por ADM, que pula (e lista) cada dia ja
      *                  conciliado - o dia continua contando como
      *                  liquidado. Header opcional da operadora (data
      *                  zero) com sequencia e data do arquivo.
      *  15/10/2026 GC - controle RETPROC.DAT/RETCTL indisponivel
      *                  recusa o retorno (RETURN-CODE 8) em vez de
      *                  aplicar sem conferencia.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            05 ACQ-BRUTO     PIC 9(06)V99.
            05 ACQ-TAXA      PIC 9(06)V99.
            05 ACQ-LIQUIDO   PIC 9(06)V99.
      * Header da operadora: linha com data zero, sequencia e data
      * de geracao do arquivo (arquivos antigos vem sem header).
       01 ACQUIR-HEADER.
            05 ACQH-ZEROS    PIC 9(08).
            05 ACQH-SEQ      PIC 9(06).
            05 ACQH-DATA     PIC 9(08).
            05 FILLER        PIC X(10).

       FD FECHHIST.
       01 FH-REG.
                10 WRK-DIA-CARTAO    PIC 9(06)V99.
                10 WRK-DIA-LIQUIDADO PIC X(01).
       77 WRK-QT-DIAS          PIC 9(03) VALUE ZEROS.
       77 WRK-BRUTO-CENTAVOS   PIC 9(09) VALUE ZEROS.
       COPY 'RETCTLWS.COB'.
       COPY 'SESSAO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
            PERFORM 2000-PROCESSA-LIQUIDACAO
               UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-ERRO-ABERTURA = 'N'
               IF RETC-RECUSADO = 'N'
                  PERFORM 2800-LISTA-NAO-LIQUIDADOS
               END-IF
               PERFORM 2900-ENCERRA-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
               MOVE 'S' TO WRK-ERRO-ABERTURA
               MOVE 'S' TO WRK-FIM-ARQ
            ELSE
               PERFORM 1300-IDENTIFICA-LIQUIDACAO
               PERFORM 9640-CONFERE-RETORNO
               IF RETC-REPROCESSO = 'S'
                  MOVE 'REPROCESSAMENTO DA CONCILIACAO DO CARTAO'
                    TO RPT-TITULO
               ELSE
                  MOVE 'CONCILIACAO DO CARTAO (OPERADORA)'
                    TO RPT-TITULO
               END-IF
               PERFORM 9980-CABECALHO-RPT
               IF RETC-RECUSADO = 'S'
                  CLOSE FECHHIST
                  MOVE 'S' TO WRK-FIM-ARQ
               ELSE
                  PERFORM 1100-CARREGA-HISTORICO
               END-IF
            END-IF.

       1100-CARREGA-HISTORICO.
               MOVE 'S' TO WRK-ACHOU
            END-IF.

      *----------------------------------------------------------------
      * Primeira passada no ACQUIR.TXT: sequencia e data do header
      * (sem header, o ultimo dia liquidado), quantidade de
      * liquidacoes e hash do bruto em centavos.
      *----------------------------------------------------------------
       1300-IDENTIFICA-LIQUIDACAO.
            MOVE 'CARTCONC'   TO RETC-ORIGEM.
            MOVE 'ACQUIR.TXT' TO RETC-ARQUIVO.
            MOVE ZEROS TO RETC-SEQ RETC-DATA-ARQ RETC-QT-REG RETC-HASH.
            MOVE 'N' TO WRK-FIM-ARQ.
            PERFORM 1310-LE-IDENTIFICACAO UNTIL WRK-FIM-ARQ = 'S'.
            CLOSE ACQUIR.
            OPEN INPUT ACQUIR.
            MOVE 'N' TO WRK-FIM-ARQ.

       1310-LE-IDENTIFICACAO.
            READ ACQUIR
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ACQ-DATA-MOV = ZEROS
                     MOVE ACQH-SEQ  TO RETC-SEQ
                     MOVE ACQH-DATA TO RETC-DATA-ARQ
                  ELSE
                     ADD 1 TO RETC-QT-REG
                     COMPUTE WRK-BRUTO-CENTAVOS = ACQ-BRUTO * 100
                     ADD WRK-BRUTO-CENTAVOS TO RETC-HASH
                     IF RETC-SEQ = ZEROS
                        AND ACQ-DATA-MOV > RETC-DATA-ARQ
                        MOVE ACQ-DATA-MOV TO RETC-DATA-ARQ
                     END-IF
                  END-IF
            END-READ.

       2000-PROCESSA-LIQUIDACAO.
            READ ACQUIR
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ACQ-DATA-MOV NOT = ZEROS
                     PERFORM 2050-CONFERE-LIQUIDACAO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Dia ja conciliado (data + bruto no RETPROC.DAT) nao entra de
      * novo nos totais; so fica marcado como liquidado.
      *----------------------------------------------------------------
       2050-CONFERE-LIQUIDACAO.
            MOVE SPACES TO RETC-LINHA.
            MOVE ACQUIR-REG(1:16) TO RETC-LINHA(1:16).
            PERFORM 9650-VERIFICA-LINHA.
      *     sem o controle o dia nao e conciliado nem listado; o
      *     rodape explica a recusa
            EVALUATE TRUE
               WHEN RETC-INDISPONIVEL = 'S'
                  CONTINUE
               WHEN RETC-ACHADO = 'S'
                  MOVE 'N' TO WRK-ACHOU
                  PERFORM 2110-PROCURA-DIA-ACQ
                     VARYING WRK-IX-VARRE FROM 1 BY 1
                     UNTIL WRK-IX-VARRE > WRK-QT-DIAS
                        OR WRK-ACHOU = 'S'
                  IF WRK-ACHOU = 'S'
                     MOVE 'S' TO WRK-DIA-LIQUIDADO(WRK-IX-D)
                  END-IF
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  STRING ACQ-DATA-MOV DELIMITED BY SIZE
                         ' JA CONCILIADO EM ' DELIMITED BY SIZE
                         RETC-DATA-PROC DELIMITED BY SIZE
                         ' - PULADO  BRUTO ' DELIMITED BY SIZE
                         ACQ-BRUTO DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
                  PERFORM 9990-GRAVA-LINHA-RPT
               WHEN OTHER
                  ADD 1 TO WRK-QT-LIQUIDADOS
                  PERFORM 2100-CONCILIA-DIA
                  PERFORM 9660-ANOTA-LINHA
            END-EVALUATE.

       2100-CONCILIA-DIA.
            MOVE 'N' TO WRK-ACHOU.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            EVALUATE TRUE
               WHEN RETC-INDISPONIVEL = 'S'
                  STRING 'ACQUIR.TXT RECUSADO - CONTROLE RETPROC.DAT '
                         'INDISPONIVEL, CONCILIADOS ANTES DA FALHA: '
                         DELIMITED BY SIZE
                         WRK-QT-LIQUIDADOS DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
               WHEN RETC-RECUSADO = 'S'
                  STRING 'ACQUIR.TXT JA PROCESSADO EM '
                         DELIMITED BY SIZE
                         RETC-DATA-PROC DELIMITED BY SIZE
                         ' POR ' DELIMITED BY SIZE
                         RETC-USUARIO DELIMITED BY SIZE
                         ' - RECUSADO, NADA CONCILIADO'
                         DELIMITED BY SIZE
                         INTO RPT-LINHA-IMPRESSA
                  END-STRING
               WHEN OTHER
                  PERFORM 2910-LINHA-TOTAIS
                  PERFORM 9670-ANOTA-ARQUIVO
            END-EVALUATE.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE CARTCONC-REL.

       2910-LINHA-TOTAIS.
            STRING 'LIQUIDACOES: '    DELIMITED BY SIZE
                   WRK-QT-LIQUIDADOS  DELIMITED BY SIZE
                   '  DIVERGENTES: '  DELIMITED BY SIZE
                   WRK-QT-SEM-LIQUIDA DELIMITED BY SIZE
                   '  TAXAS: '        DELIMITED BY SIZE
                   WRK-TOT-TAXAS      DELIMITED BY SIZE
                   '  PULADOS: '      DELIMITED BY SIZE
                   RETC-QT-PULADAS    DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.

       3000-FINALIZAR.
            IF ACQUIR-STATUS = 0 OR ACQUIR-STATUS = 10
               CLOSE ACQUIR
            END-IF.
            DISPLAY '-------------------------------------'.
            EVALUATE TRUE
               WHEN WRK-ERRO-ABERTURA = 'S'
                  DISPLAY 'ERRO AO ABRIR ACQUIR.TXT/FECHHIST.TXT'
                  MOVE 16 TO RETURN-CODE
               WHEN RETC-RECUSADO = 'S'
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  DISPLAY 'LIQUIDACOES LIDAS....: ' WRK-QT-LIQUIDADOS
                  DISPLAY 'DIVERGENTES..........: ' WRK-QT-DIVERGENTES
                  DISPLAY 'DIAS SEM LIQUIDACAO..: ' WRK-QT-SEM-LIQUIDA
                  DISPLAY 'TAXAS DA OPERADORA...: ' WRK-TOT-TAXAS
                  DISPLAY 'JA CONCILIADOS.......: ' RETC-QT-PULADAS
                  DISPLAY 'RELATORIO GRAVADO EM CARTCONC.REL'
                  IF WRK-QT-DIVERGENTES > 0 OR WRK-QT-SEM-LIQUIDA > 0
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE ZERO TO RETURN-CODE
                  END-IF
            END-EVALUATE.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==CARTCONC-REL-REG==.

       COPY 'RETCONF.CPY'.

      *END PROGRAM CARTCONC.
