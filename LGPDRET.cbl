       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDRET.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Expurgo anual por prazo de retencao (LGPD). O
      *           LGPD.cbl anonimiza um titular a pedido; aqui se
      *           anonimizam, pela mesma regra, os clientes de
      *           CLIENTES.DAT e de CLIHIST.DAT sem movimento ha mais
      *           de LGPD-ANOS anos (parametro, padrao 5). Sem
      *           movimento quer dizer: cadastro anterior ao corte,
      *           nenhum pedido desde o corte em PEDIDOS.DAT nem nos
      *           arquivos anuais PEDIDOSaaaa.DAT do PEDARQ.cbl,
      *           nenhum titulo aberto em RECEBER.DAT (nem titulo
      *           emitido desde o corte) e nenhum aluno em ALUNOS.DAT
      *           com o fone de responsavel. Nome, email, documento e
      *           endereco viram os valores neutros do LGPD.cbl; os
      *           enderecos de entrega (ENDERECOS.DAT) sao apagados e
      *           inativados; pedidos, titulos e faturas ficam
      *           intactos, ligados ao fone. Cada anonimizacao sai em
      *           CLIAUDIT.LOG (operacao LGPD-RETEN).
      *           Modo S (simulacao, padrao) so imprime; modo E
      *           efetiva. LGPDRET.REL (padrao REPCTL.COB/REPCAB.CPY)
      *           lista cada cliente antigo: anonimizado ou mantido,
      *           com o motivo. Os candidatos passam por um arquivo
      *           de trabalho (LGPDRET.TMP) para que PEDIDOS,
      *           arquivos anuais, RECEBER e ALUNOS sejam lidos uma
      *           vez so cada.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
      * Historico de clientes arquivados, mesma imagem do mestre.
           SELECT CLIHIST
             ASSIGN TO 'CLIHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIHIST-STATUS
               RECORD KEY IS CLIHIST-CHAVE.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
      * Arquivo anual de pedidos do PEDARQ.cbl (nome montado em
      * WRK-ARQ-NOME: PEDIDOSaaaa.DAT).
           SELECT PEDARQ
             ASSIGN TO DYNAMIC WRK-ARQ-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDARQ-STATUS
               RECORD KEY IS ARQ-CHAVE.
           SELECT RECEBER
             ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-NUMERO.
           SELECT ALUNOS
             ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALUNOS-STATUS
               RECORD KEY IS ALUNO-CHAVE.
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
           SELECT CLIAUDIT
             ASSIGN TO 'CLIAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIAUDIT-STATUS.
      * Candidatos da execucao (fone + origem mestre/historico).
           SELECT LGPDTMP
             ASSIGN TO 'LGPDRET.TMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LGPDTMP-STATUS
               RECORD KEY IS LGT-CHAVE.
           SELECT LGPDRET-REL
             ASSIGN TO 'LGPDRET.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGPDRET-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CLIENTES.CPY'.

       FD CLIHIST.
       01 CLIHIST-REG.
            05 CLIHIST-CHAVE.
                10 CLIHIST-FONE PIC 9(09).
            05 CLIHIST-NOME     PIC X(30).
            05 CLIHIST-EMAIL    PIC X(40).
            05 CLIHIST-DOC      PIC X(14).
            05 CLIHIST-SITUACAO PIC X(01).
            05 CLIHIST-ENDERECO.
                10 CLIHIST-LOGRADOURO PIC X(40).
                10 CLIHIST-CIDADE     PIC X(30).
                10 CLIHIST-UF         PIC X(02).
                10 CLIHIST-CEP        PIC 9(08).
            05 CLIHIST-DATA-INCLUSAO PIC 9(08).
            05 CLIHIST-LIMITE-CREDITO PIC 9(09)V99.
            05 CLIHIST-CATEGORIA PIC X(01).
            05 CLIHIST-AVISOS    PIC X(03).

       COPY 'PEDIDOS.CPY'.

       FD PEDARQ.
       01 ARQ-REG.
            05 ARQ-CHAVE.
                10 ARQ-FONE  PIC 9(09).
                10 ARQ-DATA  PIC 9(08).
                10 ARQ-HORA  PIC 9(08).
            05 ARQ-PRODUTO   PIC X(20).
            05 ARQ-UF        PIC X(02).
            05 ARQ-VALOR     PIC 9(07)V99.
            05 ARQ-FRETE     PIC 9(07)V99.
            05 ARQ-DATA-PREVISTA PIC 9(08).
            05 ARQ-SITUACAO  PIC X(01).
            05 ARQ-MANIFESTO PIC 9(06).
            05 ARQ-DATA-ENTREGA PIC 9(08).
            05 ARQ-RECEBEDOR PIC X(30).
            05 ARQ-TRANSP    PIC X(03).

       COPY 'RECEBER.CPY'.

       COPY 'ALUNOS.CPY'.

       COPY 'ENDERECOS.CPY'.

       FD CLIAUDIT.
       01 CLIAUDIT-REG.
            05 CLIAUD-DATA       PIC 9(08).
            05 CLIAUD-HORA       PIC 9(08).
            05 CLIAUD-OPERACAO   PIC X(10).
            05 CLIAUD-USUARIO    PIC X(20).
            05 CLIAUD-CHAVE      PIC 9(09).
            05 CLIAUD-NOME-ANT   PIC X(30).
            05 CLIAUD-NOME-NOVO  PIC X(30).
            05 CLIAUD-EMAIL-ANT  PIC X(40).
            05 CLIAUD-EMAIL-NOVO PIC X(40).
            05 CLIAUD-DOC-ANT    PIC X(14).
            05 CLIAUD-DOC-NOVO   PIC X(14).
            05 CLIAUD-SITUAC-ANT PIC X(01).
            05 CLIAUD-SITUAC-NOVO PIC X(01).
            05 CLIAUD-ENDER-ANT.
                10 CLIAUD-LOGRAD-ANT PIC X(40).
                10 CLIAUD-CIDADE-ANT PIC X(30).
                10 CLIAUD-UF-ANT     PIC X(02).
                10 CLIAUD-CEP-ANT    PIC 9(08).
            05 CLIAUD-ENDER-NOVO.
                10 CLIAUD-LOGRAD-NOVO PIC X(40).
                10 CLIAUD-CIDADE-NOVO PIC X(30).
                10 CLIAUD-UF-NOVO     PIC X(02).
                10 CLIAUD-CEP-NOVO    PIC 9(08).

       FD LGPDTMP.
       01 LGT-REG.
            05 LGT-CHAVE.
                10 LGT-FONE      PIC 9(09).
      *         M = CLIENTES.DAT, H = CLIHIST.DAT
                10 LGT-ORIGEM    PIC X(01).
            05 LGT-NOME          PIC X(30).
            05 LGT-INCLUSAO      PIC 9(08).
      *     espacos = sem movimento desde o corte (sera anonimizado)
            05 LGT-MOTIVO        PIC X(30).
            05 LGT-DATA-MOTIVO   PIC 9(08).

       FD LGPDRET-REL.
       01 LGPDRET-REL-REG      PIC X(132).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS     PIC 9(02).
       77 CLIHIST-STATUS      PIC 9(02).
       77 PEDIDOS-STATUS      PIC 9(02).
       77 PEDARQ-STATUS       PIC 9(02).
       77 RECEBER-STATUS      PIC 9(02).
       77 ALUNOS-STATUS       PIC 9(02).
       77 ENDERECOS-STATUS    PIC 9(02).
       77 CLIAUDIT-STATUS     PIC 9(02).
       77 LGPDTMP-STATUS      PIC 9(02).
       77 LGPDRET-REL-STATUS  PIC 9(02).
       77 WRK-ARQ-NOME        PIC X(15) VALUE SPACES.
      *     S = simulacao (so relatorio), E = efetiva
       77 WRK-MODO            PIC X(01) VALUE 'S'.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-END         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TEM-CLIHIST     PIC X(01) VALUE 'N'.
       77 WRK-TEM-ALUNOS      PIC X(01) VALUE 'N'.
       77 WRK-TEM-ENDERECOS   PIC X(01) VALUE 'N'.
       77 WRK-TEM-ULTIMO      PIC X(01) VALUE 'N'.
       77 WRK-ANOS            PIC 9(02) VALUE 5.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-CORTE       PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-HOJE        PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ARQ         PIC 9(04) VALUE ZEROS.
       77 WRK-ULT-FONE        PIC 9(09) VALUE ZEROS.
       77 WRK-ULT-DATA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------
      * Marcacao de um fone candidato com o motivo de ser mantido.
      *----------------------------------------------------------------
       77 WRK-FONE-BUSCA      PIC 9(09) VALUE ZEROS.
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.
       77 WRK-DATA-MOTIVO     PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------
      * Valores de substituicao, os mesmos do LGPD.cbl; o fone fica,
      * porque e a chave que amarra os registros fiscais preservados.
      *----------------------------------------------------------------
       77 WRK-NOME-ANONIMO    PIC X(30) VALUE 'TITULAR ANONIMIZADO'.
       77 WRK-EMAIL-ANONIMO   PIC X(40) VALUE 'ANONIMIZADO'.
       77 WRK-SITUACAO-LINHA  PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------
      * Totais.
      *----------------------------------------------------------------
       77 WRK-QT-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-JA-ANONIMOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-RECENTES     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CANDIDATOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MANTIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ANONIMIZADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ENDERECOS    PIC 9(07) VALUE ZEROS.
       77 WRK-ED-QTDE         PIC ZZZZZZ9.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'SESSAO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-CANDIDATOS-MESTRE
               IF WRK-TEM-CLIHIST = 'S'
                  PERFORM 2100-CANDIDATOS-HISTORICO
               END-IF
               PERFORM 3000-PEDIDOS-VIVOS
               PERFORM 3100-PEDIDOS-ARQUIVADOS
                  VARYING WRK-ANO-ARQ FROM WRK-ANO-CORTE BY 1
                  UNTIL WRK-ANO-ARQ > WRK-ANO-HOJE
               PERFORM 3200-TITULOS
               IF WRK-TEM-ALUNOS = 'S'
                  PERFORM 3300-RESPONSAVEIS
               END-IF
               PERFORM 4000-EXPURGO
               PERFORM 4900-TOTAIS
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY '(S) SIMULAR OU (E) EFETIVAR O EXPURGO POR'.
            DISPLAY '    PRAZO DE RETENCAO (LGPD) ?'.
            ACCEPT WRK-MODO.
            IF WRK-MODO = 'e'
               MOVE 'E' TO WRK-MODO
            END-IF.
            IF WRK-MODO NOT = 'E'
               MOVE 'S' TO WRK-MODO
            END-IF.
            MOVE 'LGPD-ANOS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
      *     menos de 1 ano nao e prazo de retencao; fica o padrao
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR NOT LESS THAN 1
               AND WRK-PARM-VALOR < 100
               MOVE WRK-PARM-VALOR TO WRK-ANOS
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-HOJE.
            COMPUTE WRK-ANO-CORTE = WRK-ANO-HOJE - WRK-ANOS.
            MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE.
            MOVE WRK-ANO-CORTE TO WRK-DATA-CORTE(1:4).
            IF WRK-MODO = 'E'
               OPEN I-O CLIENTES
            ELSE
               OPEN INPUT CLIENTES
            END-IF.
            IF WRK-MODO = 'E'
               OPEN I-O CLIHIST
            ELSE
               OPEN INPUT CLIHIST
            END-IF.
            IF CLIHIST-STATUS = 0
               MOVE 'S' TO WRK-TEM-CLIHIST
            END-IF.
            OPEN INPUT PEDIDOS.
            OPEN INPUT RECEBER.
            OPEN INPUT ALUNOS.
            IF ALUNOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ALUNOS
            END-IF.
            IF WRK-MODO = 'E'
               OPEN I-O ENDERECOS
               IF ENDERECOS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-ENDERECOS
               END-IF
            END-IF.
            OPEN OUTPUT LGPDTMP.
            CLOSE LGPDTMP.
            OPEN I-O LGPDTMP.
            OPEN OUTPUT LGPDRET-REL.
      *     sem pedidos ou titulos nao da para provar a falta de
      *     movimento: nada e expurgado
            IF CLIENTES-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
               OR RECEBER-STATUS NOT = 0 OR LGPDTMP-STATUS NOT = 0
               OR LGPDRET-REL-STATUS NOT = 0
               OR (ALUNOS-STATUS NOT = 0 AND ALUNOS-STATUS NOT = 35)
               DISPLAY 'CLIENTES/PEDIDOS/RECEBER/ALUNOS INDISPONIVEIS'
                       ' - NADA EXPURGADO'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               IF WRK-MODO = 'E'
                  MOVE 'EXPURGO LGPD POR PRAZO DE RETENCAO'
                    TO RPT-TITULO
               ELSE
                  MOVE 'EXPURGO LGPD (SIMULACAO)' TO RPT-TITULO
               END-IF
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'SEM MOVIMENTO DESDE ' DELIMITED BY SIZE
                      WRK-DATA-CORTE         DELIMITED BY SIZE
                      ' (' WRK-ANOS ' ANOS)' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE 'FONE      ORIG NOME                           '
                 TO RPT-LINHA-IMPRESSA
               MOVE 'INCLUSAO SITUACAO     MOTIVO'
                 TO RPT-LINHA-IMPRESSA(47:)
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Candidatos: cadastro anterior ao corte e ainda nao anonimo.
      *----------------------------------------------------------------
       2000-CANDIDATOS-MESTRE.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2010-LE-MESTRE UNTIL WRK-FIM-ARQ = 'S'.

       2010-LE-MESTRE.
            READ CLIENTES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-LIDOS
                  IF CLIENTES-NOME = WRK-NOME-ANONIMO
                     ADD 1 TO WRK-QT-JA-ANONIMOS
                  ELSE
                     IF CLIENTES-DATA-INCLUSAO NOT LESS THAN
                        WRK-DATA-CORTE
                        ADD 1 TO WRK-QT-RECENTES
                     ELSE
                        MOVE CLIENTES-FONE TO LGT-FONE
                        MOVE 'M' TO LGT-ORIGEM
                        MOVE CLIENTES-NOME TO LGT-NOME
                        MOVE CLIENTES-DATA-INCLUSAO TO LGT-INCLUSAO
                        PERFORM 2900-GRAVA-CANDIDATO
                     END-IF
                  END-IF
            END-READ.

       2100-CANDIDATOS-HISTORICO.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO CLIHIST-CHAVE.
            START CLIHIST KEY IS NOT LESS THAN CLIHIST-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2110-LE-HISTORICO UNTIL WRK-FIM-ARQ = 'S'.

       2110-LE-HISTORICO.
            READ CLIHIST NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-LIDOS
                  IF CLIHIST-NOME = WRK-NOME-ANONIMO
                     ADD 1 TO WRK-QT-JA-ANONIMOS
                  ELSE
                     IF CLIHIST-DATA-INCLUSAO NOT LESS THAN
                        WRK-DATA-CORTE
                        ADD 1 TO WRK-QT-RECENTES
                     ELSE
                        MOVE CLIHIST-FONE TO LGT-FONE
                        MOVE 'H' TO LGT-ORIGEM
                        MOVE CLIHIST-NOME TO LGT-NOME
                        MOVE CLIHIST-DATA-INCLUSAO TO LGT-INCLUSAO
                        PERFORM 2900-GRAVA-CANDIDATO
                     END-IF
                  END-IF
            END-READ.

       2900-GRAVA-CANDIDATO.
            MOVE SPACES TO LGT-MOTIVO.
            MOVE ZEROS TO LGT-DATA-MOTIVO.
            WRITE LGT-REG
               INVALID KEY
                  DISPLAY 'CANDIDATO DUPLICADO: ' LGT-FONE
               NOT INVALID KEY
                  ADD 1 TO WRK-QT-CANDIDATOS
            END-WRITE.

      *----------------------------------------------------------------
      * Pedidos vivos: a chave agrupa por fone em ordem de data, entao
      * o ultimo pedido lido de cada fone e o mais recente.
      *----------------------------------------------------------------
       3000-PEDIDOS-VIVOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE 'N' TO WRK-TEM-ULTIMO.
            MOVE LOW-VALUES TO PEDIDOS-CHAVE.
            START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 3010-LE-PEDIDO UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'PEDIDO EM ' TO WRK-MOTIVO.
            PERFORM 3900-FECHA-FONE.

       3010-LE-PEDIDO.
            READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-TEM-ULTIMO = 'S'
                     AND PEDIDOS-FONE NOT = WRK-ULT-FONE
                     MOVE 'PEDIDO EM ' TO WRK-MOTIVO
                     PERFORM 3900-FECHA-FONE
                  END-IF
                  MOVE 'S' TO WRK-TEM-ULTIMO
                  MOVE PEDIDOS-FONE TO WRK-ULT-FONE
                  MOVE PEDIDOS-DATA TO WRK-ULT-DATA
            END-READ.

      *----------------------------------------------------------------
      * Arquivos anuais: so os anos a partir do corte podem ter pedido
      * depois dele; ano sem arquivo e pulado.
      *----------------------------------------------------------------
       3100-PEDIDOS-ARQUIVADOS.
            MOVE SPACES TO WRK-ARQ-NOME.
            STRING 'PEDIDOS'   DELIMITED BY SIZE
                   WRK-ANO-ARQ DELIMITED BY SIZE
                   '.DAT'      DELIMITED BY SIZE
                   INTO WRK-ARQ-NOME
            END-STRING.
            OPEN INPUT PEDARQ.
            IF PEDARQ-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 'N' TO WRK-TEM-ULTIMO
               MOVE LOW-VALUES TO ARQ-CHAVE
               START PEDARQ KEY IS NOT LESS THAN ARQ-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 3110-LE-ARQUIVADO UNTIL WRK-FIM-ARQ = 'S'
               MOVE 'PEDIDO ARQUIVADO EM ' TO WRK-MOTIVO
               PERFORM 3900-FECHA-FONE
               CLOSE PEDARQ
            END-IF.

       3110-LE-ARQUIVADO.
            READ PEDARQ NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-TEM-ULTIMO = 'S'
                     AND ARQ-FONE NOT = WRK-ULT-FONE
                     MOVE 'PEDIDO ARQUIVADO EM ' TO WRK-MOTIVO
                     PERFORM 3900-FECHA-FONE
                  END-IF
                  MOVE 'S' TO WRK-TEM-ULTIMO
                  MOVE ARQ-FONE TO WRK-ULT-FONE
                  MOVE ARQ-DATA TO WRK-ULT-DATA
            END-READ.

      *----------------------------------------------------------------
      * Titulos: aberto de qualquer data, ou emitido depois do corte
      * (mesmo ja quitado), e relacionamento vivo.
      *----------------------------------------------------------------
       3200-TITULOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO REC-NUMERO.
            START RECEBER KEY IS NOT LESS THAN REC-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 3210-LE-TITULO UNTIL WRK-FIM-ARQ = 'S'.

       3210-LE-TITULO.
            READ RECEBER NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE REC-FONE TO WRK-FONE-BUSCA
                  IF REC-ABERTO
                     MOVE 'TITULO ABERTO VENC ' TO WRK-MOTIVO
                     MOVE REC-VENCIMENTO TO WRK-DATA-MOTIVO
                     PERFORM 8000-MARCA-CANDIDATO
                  ELSE
                     IF REC-EMISSAO NOT LESS THAN WRK-DATA-CORTE
                        MOVE 'TITULO EMITIDO EM ' TO WRK-MOTIVO
                        MOVE REC-EMISSAO TO WRK-DATA-MOTIVO
                        PERFORM 8000-MARCA-CANDIDATO
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Responsavel financeiro de aluno matriculado.
      *----------------------------------------------------------------
       3300-RESPONSAVEIS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO ALUNO-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 3310-LE-ALUNO UNTIL WRK-FIM-ARQ = 'S'.

       3310-LE-ALUNO.
            READ ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ALUNO-RESP-FONE NOT = ZEROS
                     MOVE ALUNO-RESP-FONE TO WRK-FONE-BUSCA
                     MOVE 'RESPONSAVEL DE ALUNO ' TO WRK-MOTIVO
                     MOVE ZEROS TO WRK-DATA-MOTIVO
                     PERFORM 8000-MARCA-CANDIDATO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Fim do grupo de um fone nos pedidos: ultimo pedido a partir do
      * corte mantem o cliente (WRK-MOTIVO ja vem montado).
      *----------------------------------------------------------------
       3900-FECHA-FONE.
            IF WRK-TEM-ULTIMO = 'S'
               AND WRK-ULT-DATA NOT LESS THAN WRK-DATA-CORTE
               MOVE WRK-ULT-FONE TO WRK-FONE-BUSCA
               MOVE WRK-ULT-DATA TO WRK-DATA-MOTIVO
               PERFORM 8000-MARCA-CANDIDATO
            END-IF.

      *----------------------------------------------------------------
      * Relatorio e, no modo E, a anonimizacao de cada candidato.
      *----------------------------------------------------------------
       4000-EXPURGO.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO LGT-CHAVE.
            START LGPDTMP KEY IS NOT LESS THAN LGT-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 4010-LE-CANDIDATO UNTIL WRK-FIM-ARQ = 'S'.

       4010-LE-CANDIDATO.
            READ LGPDTMP NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF LGT-MOTIVO NOT = SPACES
                     ADD 1 TO WRK-QT-MANTIDOS
                     MOVE 'MANTIDO' TO WRK-SITUACAO-LINHA
                  ELSE
                     IF WRK-MODO = 'E'
                        PERFORM 4100-ANONIMIZA
                     ELSE
                        ADD 1 TO WRK-QT-ANONIMIZADOS
                        MOVE 'A ANONIMIZAR' TO WRK-SITUACAO-LINHA
                     END-IF
                  END-IF
                  PERFORM 4800-LINHA-CANDIDATO
            END-READ.

       4100-ANONIMIZA.
            IF LGT-ORIGEM = 'M'
               PERFORM 4200-ANONIMIZA-MESTRE
            ELSE
               PERFORM 4300-ANONIMIZA-HISTORICO
            END-IF.
            IF WRK-SITUACAO-LINHA = 'ANONIMIZADO'
               AND WRK-TEM-ENDERECOS = 'S'
               PERFORM 4400-APAGA-ENDERECOS
            END-IF.

       4200-ANONIMIZA-MESTRE.
            MOVE LGT-FONE TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  MOVE 'NAO ACHADO' TO WRK-SITUACAO-LINHA
               NOT INVALID KEY
                  PERFORM 9700-GRAVA-AUDITORIA
                  MOVE WRK-NOME-ANONIMO  TO CLIENTES-NOME
                  MOVE WRK-EMAIL-ANONIMO TO CLIENTES-EMAIL
                  MOVE SPACES TO CLIENTES-DOC
                  MOVE SPACES TO CLIENTES-LOGRADOURO
                                 CLIENTES-CIDADE CLIENTES-UF
                  MOVE ZEROS TO CLIENTES-CEP
                  REWRITE CLIENTES-REG
                     INVALID KEY
                        MOVE 'ERRO GRAVACAO' TO WRK-SITUACAO-LINHA
                     NOT INVALID KEY
                        ADD 1 TO WRK-QT-ANONIMIZADOS
                        MOVE 'ANONIMIZADO' TO WRK-SITUACAO-LINHA
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Arquivado em CLIHIST.DAT: a auditoria leva a imagem do
      * historico nos campos do mestre, como o CLIPURGE faz.
      *----------------------------------------------------------------
       4300-ANONIMIZA-HISTORICO.
            MOVE LGT-FONE TO CLIHIST-FONE.
            READ CLIHIST
               INVALID KEY
                  MOVE 'NAO ACHADO' TO WRK-SITUACAO-LINHA
               NOT INVALID KEY
                  MOVE CLIHIST-REG TO CLIENTES-REG
                  PERFORM 9700-GRAVA-AUDITORIA
                  MOVE WRK-NOME-ANONIMO  TO CLIHIST-NOME
                  MOVE WRK-EMAIL-ANONIMO TO CLIHIST-EMAIL
                  MOVE SPACES TO CLIHIST-DOC
                  MOVE SPACES TO CLIHIST-LOGRADOURO
                                 CLIHIST-CIDADE CLIHIST-UF
                  MOVE ZEROS TO CLIHIST-CEP
                  REWRITE CLIHIST-REG
                     INVALID KEY
                        MOVE 'ERRO GRAVACAO' TO WRK-SITUACAO-LINHA
                     NOT INVALID KEY
                        ADD 1 TO WRK-QT-ANONIMIZADOS
                        MOVE 'ANONIMIZADO' TO WRK-SITUACAO-LINHA
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Enderecos de entrega do fone: o local sai do registro e a
      * sequencia fica inativa (pedidos antigos ainda apontam para
      * ela).
      *----------------------------------------------------------------
       4400-APAGA-ENDERECOS.
            MOVE 'N' TO WRK-FIM-END.
            MOVE LGT-FONE TO ENDER-FONE.
            MOVE ZEROS TO ENDER-SEQ.
            START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-END
            END-START.
            PERFORM 4410-APAGA-ENDERECO UNTIL WRK-FIM-END = 'S'.

       4410-APAGA-ENDERECO.
            READ ENDERECOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-END
               NOT AT END
                  IF ENDER-FONE NOT = LGT-FONE
                     MOVE 'S' TO WRK-FIM-END
                  ELSE
                     MOVE 'ANONIMIZADO' TO ENDER-ROTULO
                     MOVE SPACES TO ENDER-LOGRADOURO ENDER-CIDADE
                                    ENDER-UF
                     MOVE ZEROS TO ENDER-CEP
                     MOVE 'I' TO ENDER-SITUACAO
                     REWRITE ENDER-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO APAGAR ENDERECO: '
                                   ENDER-FONE ' ' ENDER-SEQ
                        NOT INVALID KEY
                           ADD 1 TO WRK-QT-ENDERECOS
                     END-REWRITE
                  END-IF
            END-READ.

       4800-LINHA-CANDIDATO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING LGT-FONE           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LGT-ORIGEM         DELIMITED BY SIZE
                   '    '             DELIMITED BY SIZE
                   LGT-NOME           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LGT-INCLUSAO       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WRK-SITUACAO-LINHA DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LGT-MOTIVO         DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            IF LGT-DATA-MOTIVO NOT = ZEROS
               MOVE LGT-DATA-MOTIVO TO RPT-LINHA-IMPRESSA(99:8)
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4900-TOTAIS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-QT-LIDOS TO WRK-ED-QTDE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CADASTROS LIDOS (MESTRE+HISTORICO): '
                   WRK-ED-QTDE
                   DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-QT-JA-ANONIMOS TO WRK-ED-QTDE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'JA ANONIMIZADOS ANTES..............: '
                   WRK-ED-QTDE
                   DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-QT-RECENTES TO WRK-ED-QTDE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CADASTRADOS DEPOIS DO CORTE........: '
                   WRK-ED-QTDE
                   DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-QT-MANTIDOS TO WRK-ED-QTDE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ANTIGOS MANTIDOS POR MOVIMENTO.....: '
                   WRK-ED-QTDE
                   DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-QT-ANONIMIZADOS TO WRK-ED-QTDE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF WRK-MODO = 'E'
               STRING 'ANONIMIZADOS NESTA EXECUCAO........: '
                      WRK-ED-QTDE
                      DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               STRING 'SERIAM ANONIMIZADOS (SIMULACAO)....: '
                      WRK-ED-QTDE
                      DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-MODO = 'E'
               MOVE WRK-QT-ENDERECOS TO WRK-ED-QTDE
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'ENDERECOS DE ENTREGA APAGADOS......: '
                      WRK-ED-QTDE
                      DELIMITED BY SIZE INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            PERFORM 9995-RODAPE-RPT.

      *----------------------------------------------------------------
      * Marca o fone (no mestre e no historico) com o primeiro motivo
      * encontrado para mante-lo; fone fora dos candidatos e ignorado.
      *----------------------------------------------------------------
       8000-MARCA-CANDIDATO.
            MOVE WRK-FONE-BUSCA TO LGT-FONE.
            MOVE 'M' TO LGT-ORIGEM.
            PERFORM 8100-MARCA-ORIGEM.
            MOVE WRK-FONE-BUSCA TO LGT-FONE.
            MOVE 'H' TO LGT-ORIGEM.
            PERFORM 8100-MARCA-ORIGEM.

       8100-MARCA-ORIGEM.
            READ LGPDTMP
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF LGT-MOTIVO = SPACES
                     MOVE WRK-MOTIVO      TO LGT-MOTIVO
                     MOVE WRK-DATA-MOTIVO TO LGT-DATA-MOTIVO
                     REWRITE LGT-REG
                        INVALID KEY
                           DISPLAY 'ERRO NO ARQUIVO DE TRABALHO: '
                                   LGT-FONE
                     END-REWRITE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Linha de auditoria da anonimizacao (CLIENTES-REG traz a imagem
      * do mestre ou do historico): "antes" vivo, "depois" anonimo.
      *----------------------------------------------------------------
       9700-GRAVA-AUDITORIA.
            OPEN EXTEND CLIAUDIT
              IF CLIAUDIT-STATUS = 35 THEN
                  OPEN OUTPUT CLIAUDIT
                  CLOSE CLIAUDIT
                  OPEN EXTEND CLIAUDIT
               END-IF.
            ACCEPT CLIAUD-DATA FROM DATE YYYYMMDD.
            ACCEPT CLIAUD-HORA FROM TIME.
            MOVE 'LGPD-RETEN' TO CLIAUD-OPERACAO.
            IF SES-USUARIO NOT = SPACES
               AND SES-USUARIO NOT = LOW-VALUES
               MOVE SES-USUARIO TO CLIAUD-USUARIO
            ELSE
               MOVE 'LGPDRET' TO CLIAUD-USUARIO
            END-IF.
            MOVE CLIENTES-FONE     TO CLIAUD-CHAVE.
            MOVE CLIENTES-NOME     TO CLIAUD-NOME-ANT.
            MOVE WRK-NOME-ANONIMO  TO CLIAUD-NOME-NOVO.
            MOVE CLIENTES-EMAIL    TO CLIAUD-EMAIL-ANT.
            MOVE WRK-EMAIL-ANONIMO TO CLIAUD-EMAIL-NOVO.
            MOVE CLIENTES-DOC      TO CLIAUD-DOC-ANT.
            MOVE SPACES            TO CLIAUD-DOC-NOVO.
            MOVE CLIENTES-SITUACAO TO CLIAUD-SITUAC-ANT
                                      CLIAUD-SITUAC-NOVO.
            MOVE CLIENTES-ENDERECO TO CLIAUD-ENDER-ANT.
            MOVE SPACES            TO CLIAUD-ENDER-NOVO.
            WRITE CLIAUDIT-REG.
            CLOSE CLIAUDIT.

       9000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE LGPDRET-REL
               CLOSE LGPDTMP
            END-IF.
            IF CLIENTES-STATUS = 0
               CLOSE CLIENTES
            END-IF.
            IF WRK-TEM-CLIHIST = 'S'
               CLOSE CLIHIST
            END-IF.
            IF PEDIDOS-STATUS = 0
               CLOSE PEDIDOS
            END-IF.
            IF RECEBER-STATUS = 0
               CLOSE RECEBER
            END-IF.
            IF WRK-TEM-ALUNOS = 'S'
               CLOSE ALUNOS
            END-IF.
            IF WRK-TEM-ENDERECOS = 'S'
               CLOSE ENDERECOS
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'CANDIDATOS (SEM MOVIMENTO NO CADASTRO): '
                       WRK-QT-CANDIDATOS
               DISPLAY 'MANTIDOS POR MOVIMENTO.................: '
                       WRK-QT-MANTIDOS
               IF WRK-MODO = 'E'
                  DISPLAY 'ANONIMIZADOS...........................: '
                          WRK-QT-ANONIMIZADOS
               ELSE
                  DISPLAY 'SERIAM ANONIMIZADOS (SIMULACAO)........: '
                          WRK-QT-ANONIMIZADOS
               END-IF
               DISPLAY 'RELATORIO GRAVADO EM LGPDRET.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==LGPDRET-REL-REG==.

      *END PROGRAM LGPDRET.
