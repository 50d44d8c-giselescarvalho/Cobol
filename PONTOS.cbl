       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOS.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Razao de pontos de fidelidade por fone do cliente,
      *           chamado com CALL 'PONTOS' USING pedido (PONTOSWS.COB)
      *           pelo PEDSTAT.cbl na entrega do pedido, pelo PDV.cbl
      *           na venda identificada, no cancelamento e no resgate
      *           de balcao, pelo DEVOLUCAO.cbl na devolucao e pelo
      *           CLI360.cbl na consulta. Grava em PONTOS.DAT
      *           (PONTOS.CPY) um registro por movimento. Parametros
      *           de PARAMETROS.DAT via PARMLER.cbl:
      *             PONTOS-TAXA  - pontos por real (padrao 1);
      *             PONTOS-MESES - validade do lote em meses, contada
      *                            ate o fim do mes (padrao 12);
      *             PONTOS-RESG  - pontos por real de credito no
      *                            resgate (padrao 100).
      *           Funcoes (PTP-FUNCAO):
      *             G - ganho: lote de pontos do documento (pedido ou
      *                 venda), recusado se o documento ja pontuou;
      *             E - estorno: pontos da parte devolvida do
      *                 documento, na proporcao do valor do lote e
      *                 no maximo o que o lote ganhou; sai primeiro do
      *                 proprio lote e o resto dos lotes mais antigos.
      *                 O saldo nunca fica negativo - o que faltar e
      *                 perdoado e o movimento avisa estorno parcial;
      *             R - resgate: consome os lotes do mais antigo para
      *                 o mais novo e abre um credito de motivo PT em
      *                 CREDITOS.DAT (numerado por CREDITOS.SEQ, como
      *                 o DEVOLUCAO.cbl), aplicado pelo RECEBE.cbl;
      *             S - saldo: soma dos lotes dentro da validade.
      *           Lote com a validade vencida nao conta nem e
      *           consumido, mesmo antes do PONTOMES.cbl gravar o
      *           vencimento no fechamento do mes.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS
             ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY IS PTS-CHAVE.
      * Credito do resgate, aplicado pelo RECEBE.cbl na baixa.
           SELECT CREDITOS
             ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITOS-STATUS
               RECORD KEY IS CRD-NUMERO.
           SELECT CREDSEQ
             ASSIGN TO 'CREDITOS.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDSEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PONTOS.CPY'.

      * Mesmo layout do FD CREDITOS do DEVOLUCAO.cbl/RECEBE.cbl.
       FD CREDITOS.
       01 CRD-REG.
            05 CRD-NUMERO    PIC 9(06).
            05 CRD-FONE      PIC 9(09).
            05 CRD-DATA      PIC 9(08).
            05 CRD-VALOR     PIC 9(09)V99.
            05 CRD-MOTIVO    PIC X(02).
            05 CRD-SITUACAO  PIC X(01).
                88 CRD-ABERTO    VALUE 'A'.
                88 CRD-UTILIZADO VALUE 'U'.

       FD CREDSEQ.
       01 CREDSEQ-REG.
            05 CREDSEQ-NUMERO PIC 9(06).

       WORKING-STORAGE SECTION.
       77 PONTOS-STATUS     PIC 9(02).
       77 CREDITOS-STATUS   PIC 9(02).
       77 CREDSEQ-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-GRAVADO       PIC X(01) VALUE 'N'.
       77 WRK-CRED-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-TENTATIVAS    PIC 9(03) VALUE ZEROS.
       77 WRK-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AVISO    PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA          PIC 9(05)V99 VALUE 1.
       77 WRK-MESES         PIC 9(03) VALUE 12.
       77 WRK-RESGATE       PIC 9(05)V99 VALUE 100.
       77 WRK-PONTOS        PIC 9(07) VALUE ZEROS.
       77 WRK-A-CONSUMIR    PIC 9(07) VALUE ZEROS.
       77 WRK-TIRA          PIC 9(07) VALUE ZEROS.
       77 WRK-DEBITADO      PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-CRED    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NUMERO-CRED   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-MESES      PIC 9(07) VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20) VALUE SPACES.
       01 WRK-VALIDADE      PIC 9(08) VALUE ZEROS.
       01 WRK-VALIDADE-R REDEFINES WRK-VALIDADE.
            05 WRK-VAL-ANO  PIC 9(04).
            05 WRK-VAL-MES  PIC 9(02).
            05 WRK-VAL-DIA  PIC 9(02).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'SESSAO.CPY'.

       LINKAGE SECTION.
      * Mesmo layout do PNT-PEDIDO do PONTOSWS.COB.
       01 PONTOS-PEDIDO.
            05 PTP-FUNCAO     PIC X(01).
            05 PTP-ORIGEM     PIC X(08).
            05 PTP-FONE       PIC 9(09).
            05 PTP-DATA       PIC 9(08).
            05 PTP-DOCUMENTO  PIC X(25).
            05 PTP-VALOR      PIC 9(09)V99.
            05 PTP-PONTOS     PIC 9(07).
            05 PTP-SALDO      PIC 9(07).
            05 PTP-A-VENCER   PIC 9(07).
            05 PTP-PROX-VENC  PIC 9(08).
            05 PTP-CREDITO    PIC 9(06).
            05 PTP-RESULTADO  PIC X(01).
            05 PTP-MENSAGEM   PIC X(40).

       PROCEDURE DIVISION USING PONTOS-PEDIDO.
       0001-PRINCIPAL.
            MOVE 'N' TO PTP-RESULTADO.
            MOVE SPACES TO PTP-MENSAGEM.
            MOVE ZEROS TO PTP-SALDO PTP-A-VENCER PTP-PROX-VENC
                          PTP-CREDITO.
            IF PTP-DATA = ZEROS
               ACCEPT PTP-DATA FROM DATE YYYYMMDD
            END-IF.
            MOVE PTP-DATA TO WRK-DATA.
            PERFORM 1000-LE-PARAMETROS.
            IF PTP-FONE = ZEROS
               MOVE 'CLIENTE NAO IDENTIFICADO' TO PTP-MENSAGEM
            ELSE
               PERFORM 0500-PROCESSA-FUNCAO
            END-IF.
            GOBACK.

       0500-PROCESSA-FUNCAO.
            OPEN I-O PONTOS
              IF PONTOS-STATUS = 35 THEN
                  OPEN OUTPUT PONTOS
                  CLOSE PONTOS
                  OPEN I-O PONTOS
               END-IF.
            IF PONTOS-STATUS NOT = 0
               DISPLAY 'PONTOS.DAT INDISPONIVEL - STATUS '
                       PONTOS-STATUS
               MOVE 'PONTOS.DAT INDISPONIVEL' TO PTP-MENSAGEM
            ELSE
               EVALUATE PTP-FUNCAO
                  WHEN 'G'
                     PERFORM 2000-GANHO
                  WHEN 'E'
                     PERFORM 3000-ESTORNO
                  WHEN 'R'
                     PERFORM 4000-RESGATE
                  WHEN 'S'
                     PERFORM 8200-APURA-SALDO
                     MOVE 'S' TO PTP-RESULTADO
                  WHEN OTHER
                     MOVE 'FUNCAO INVALIDA' TO PTP-MENSAGEM
               END-EVALUATE
               CLOSE PONTOS
            END-IF.

      *----------------------------------------------------------------
      * Parametros do programa de pontos; ausentes ou zerados ficam
      * no padrao.
      *----------------------------------------------------------------
       1000-LE-PARAMETROS.
            MOVE 'PONTOS-TAXA' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > ZEROS
               AND WRK-PARM-VALOR < 100000
               MOVE WRK-PARM-VALOR TO WRK-TAXA
            END-IF.
            MOVE 'PONTOS-MESES' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > ZEROS
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-MESES
            END-IF.
            MOVE 'PONTOS-RESG' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > ZEROS
               AND WRK-PARM-VALOR < 100000
               MOVE WRK-PARM-VALOR TO WRK-RESGATE
            END-IF.
      *     execucao avulsa (sem sessao do MENUGERAL) fica como LOTE
            IF SES-USUARIO NOT = SPACES
               AND SES-USUARIO NOT = LOW-VALUES
               MOVE SES-USUARIO TO WRK-USUARIO
            ELSE
               MOVE 'LOTE' TO WRK-USUARIO
            END-IF.

      *----------------------------------------------------------------
      * Ganho: pontos inteiros do valor (fracao desprezada), um lote
      * por documento.
      *----------------------------------------------------------------
       2000-GANHO.
            COMPUTE WRK-PONTOS = PTP-VALOR * WRK-TAXA.
            IF WRK-PONTOS = ZEROS
               MOVE 'VALOR NAO GERA PONTOS' TO PTP-MENSAGEM
            ELSE
               PERFORM 8100-PROCURA-GANHO
               IF WRK-ACHOU = 'S'
                  MOVE 'DOCUMENTO JA PONTUADO' TO PTP-MENSAGEM
               ELSE
                  PERFORM 8600-CALCULA-VALIDADE
                  PERFORM 8400-PREPARA-MOVIMENTO
                  MOVE 'G'          TO PTS-TIPO
                  MOVE PTP-VALOR    TO PTS-VALOR-BASE
                  MOVE WRK-PONTOS   TO PTS-PONTOS PTS-SALDO
                  MOVE WRK-VALIDADE TO PTS-VALIDADE
                  PERFORM 8500-GRAVA-MOVIMENTO
                  IF WRK-GRAVADO = 'S'
                     MOVE WRK-PONTOS TO PTP-PONTOS
                     MOVE 'S' TO PTP-RESULTADO
                     PERFORM 8200-APURA-SALDO
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Estorno da parte devolvida do documento. O lote guarda quanto
      * ja foi estornado, para devolucoes parciais seguidas nunca
      * tirarem mais do que o documento deu.
      *----------------------------------------------------------------
       3000-ESTORNO.
            PERFORM 8100-PROCURA-GANHO.
            IF WRK-ACHOU = 'N'
               MOVE 'DOCUMENTO SEM PONTOS' TO PTP-MENSAGEM
            ELSE
               MOVE ZEROS TO WRK-PONTOS
               IF PTS-VALOR-BASE > ZEROS
                  COMPUTE WRK-PONTOS = PTS-PONTOS * PTP-VALOR
                          / PTS-VALOR-BASE
               END-IF
               IF WRK-PONTOS > PTS-PONTOS - PTS-ESTORNADOS
                  COMPUTE WRK-PONTOS = PTS-PONTOS - PTS-ESTORNADOS
               END-IF
               IF WRK-PONTOS = ZEROS
                  MOVE 'NADA A ESTORNAR' TO PTP-MENSAGEM
               ELSE
                  PERFORM 3100-ESTORNA-DO-LOTE
                  IF WRK-A-CONSUMIR > ZEROS
                     PERFORM 8300-CONSOME-LOTES
                  END-IF
                  COMPUTE WRK-DEBITADO = WRK-PONTOS - WRK-A-CONSUMIR
                  PERFORM 8400-PREPARA-MOVIMENTO
                  MOVE 'E'          TO PTS-TIPO
                  MOVE PTP-VALOR    TO PTS-VALOR-BASE
                  MOVE WRK-DEBITADO TO PTS-PONTOS
                  PERFORM 8500-GRAVA-MOVIMENTO
                  IF WRK-GRAVADO = 'S'
                     MOVE WRK-DEBITADO TO PTP-PONTOS
                     MOVE 'S' TO PTP-RESULTADO
                     IF WRK-A-CONSUMIR > ZEROS
                        MOVE 'ESTORNO PARCIAL - SALDO INSUFICIENTE'
                          TO PTP-MENSAGEM
                     END-IF
                     PERFORM 8200-APURA-SALDO
                  END-IF
               END-IF
            END-IF.

      *     o lote achado esta no registro corrente
       3100-ESTORNA-DO-LOTE.
            MOVE WRK-PONTOS TO WRK-A-CONSUMIR.
            ADD WRK-PONTOS TO PTS-ESTORNADOS.
            IF PTS-VALIDADE NOT LESS THAN WRK-DATA
               PERFORM 8320-TIRA-DO-LOTE
            END-IF.
            REWRITE PTS-REG
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O LOTE DE PONTOS: '
                          PTS-DOCUMENTO
            END-REWRITE.

      *----------------------------------------------------------------
      * Resgate: o credito e aberto primeiro; so com ele gravado sai
      * o movimento R com o numero do credito e os lotes sao
      * consumidos. Movimento que nao grava desfaz o credito - os
      * pontos nunca saem sem o credito correspondente.
      *----------------------------------------------------------------
       4000-RESGATE.
            PERFORM 8200-APURA-SALDO.
            COMPUTE WRK-VALOR-CRED = PTP-PONTOS / WRK-RESGATE.
            EVALUATE TRUE
               WHEN PTP-PONTOS = ZEROS
                  MOVE 'INFORME OS PONTOS A RESGATAR' TO PTP-MENSAGEM
               WHEN PTP-PONTOS > PTP-SALDO
                  MOVE 'SALDO DE PONTOS INSUFICIENTE' TO PTP-MENSAGEM
               WHEN WRK-VALOR-CRED = ZEROS
                  MOVE 'PONTOS ABAIXO DO MINIMO PARA RESGATE'
                    TO PTP-MENSAGEM
               WHEN OTHER
                  OPEN I-O CREDITOS
                    IF CREDITOS-STATUS = 35 THEN
                        OPEN OUTPUT CREDITOS
                        CLOSE CREDITOS
                        OPEN I-O CREDITOS
                     END-IF
                  IF CREDITOS-STATUS NOT = 0
                     MOVE 'CREDITOS.DAT INDISPONIVEL' TO PTP-MENSAGEM
                  ELSE
                     PERFORM 4100-NUMERA-CREDITO
                     PERFORM 4200-ABRE-CREDITO
                     IF WRK-CRED-ABERTO = 'S'
                        PERFORM 8400-PREPARA-MOVIMENTO
                        MOVE 'R'             TO PTS-TIPO
                        MOVE WRK-VALOR-CRED  TO PTS-VALOR-BASE
                        MOVE PTP-PONTOS      TO PTS-PONTOS
                        MOVE WRK-NUMERO-CRED TO PTS-CREDITO
                        PERFORM 8500-GRAVA-MOVIMENTO
                        IF WRK-GRAVADO = 'S'
                           MOVE PTP-PONTOS TO WRK-A-CONSUMIR
                           PERFORM 8300-CONSOME-LOTES
                           PERFORM 4300-CONFIRMA-RESGATE
                        ELSE
                           PERFORM 4250-DESFAZ-CREDITO
                        END-IF
                     END-IF
                     CLOSE CREDITOS
                  END-IF
            END-EVALUATE.

       4100-NUMERA-CREDITO.
            MOVE ZEROS TO WRK-NUMERO-CRED.
            OPEN INPUT CREDSEQ.
            IF CREDSEQ-STATUS = 0
               READ CREDSEQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE CREDSEQ-NUMERO TO WRK-NUMERO-CRED
               END-READ
               CLOSE CREDSEQ
            END-IF.
            ADD 1 TO WRK-NUMERO-CRED.
            OPEN OUTPUT CREDSEQ.
            MOVE WRK-NUMERO-CRED TO CREDSEQ-NUMERO.
            WRITE CREDSEQ-REG.
            CLOSE CREDSEQ.

       4200-ABRE-CREDITO.
            MOVE 'N' TO WRK-CRED-ABERTO.
            MOVE WRK-NUMERO-CRED TO CRD-NUMERO.
            MOVE PTP-FONE        TO CRD-FONE.
            MOVE WRK-DATA        TO CRD-DATA.
            MOVE WRK-VALOR-CRED  TO CRD-VALOR.
            MOVE 'PT'            TO CRD-MOTIVO.
            MOVE 'A'             TO CRD-SITUACAO.
            WRITE CRD-REG
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O CREDITO ' WRK-NUMERO-CRED
                  MOVE 'ERRO AO GRAVAR O CREDITO' TO PTP-MENSAGEM
               NOT INVALID KEY
                  MOVE 'S' TO WRK-CRED-ABERTO
            END-WRITE.

      *     o movimento R nao gravou: o credito recem aberto sai
       4250-DESFAZ-CREDITO.
            MOVE WRK-NUMERO-CRED TO CRD-NUMERO.
            DELETE CREDITOS RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO DESFAZER O CREDITO '
                          WRK-NUMERO-CRED
            END-DELETE.

       4300-CONFIRMA-RESGATE.
            MOVE WRK-NUMERO-CRED TO PTP-CREDITO.
            MOVE WRK-VALOR-CRED  TO PTP-VALOR.
            MOVE 'S' TO PTP-RESULTADO.
            PERFORM 8200-APURA-SALDO.

      *----------------------------------------------------------------
      * Posiciona no primeiro movimento do fone; a chave comeca pelo
      * fone e segue por data e hora, entao a leitura vem do mais
      * antigo para o mais novo.
      *----------------------------------------------------------------
       8000-POSICIONA-FONE.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE PTP-FONE TO PTS-FONE.
            MOVE ZEROS TO PTS-DATA PTS-HORA.
            MOVE SPACES TO PTS-TIPO.
            START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.

      *     deixa o lote achado no registro corrente
       8100-PROCURA-GANHO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 8000-POSICIONA-FONE.
            PERFORM 8110-LE-GANHO UNTIL WRK-FIM-ARQ = 'S'.

       8110-LE-GANHO.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-FONE NOT = PTP-FONE
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF PTS-GANHO AND PTS-DOCUMENTO = PTP-DOCUMENTO
                        MOVE 'S' TO WRK-ACHOU
                        MOVE 'S' TO WRK-FIM-ARQ
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Saldo = lotes dentro da validade; a vencer = os que vencem
      * nos proximos 30 dias.
      *----------------------------------------------------------------
       8200-APURA-SALDO.
            MOVE ZEROS TO PTP-SALDO PTP-A-VENCER PTP-PROX-VENC.
            COMPUTE WRK-DATA-AVISO = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATA) + 30).
            PERFORM 8000-POSICIONA-FONE.
            PERFORM 8210-SOMA-LOTE UNTIL WRK-FIM-ARQ = 'S'.

       8210-SOMA-LOTE.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-FONE NOT = PTP-FONE
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF PTS-GANHO AND PTS-SALDO > ZEROS
                        AND PTS-VALIDADE NOT LESS THAN WRK-DATA
                        ADD PTS-SALDO TO PTP-SALDO
                        IF PTS-VALIDADE NOT GREATER THAN WRK-DATA-AVISO
                           ADD PTS-SALDO TO PTP-A-VENCER
                        END-IF
                        IF PTP-PROX-VENC = ZEROS
                           OR PTS-VALIDADE < PTP-PROX-VENC
                           MOVE PTS-VALIDADE TO PTP-PROX-VENC
                        END-IF
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Tira WRK-A-CONSUMIR pontos dos lotes validos, do mais antigo
      * para o mais novo.
      *----------------------------------------------------------------
       8300-CONSOME-LOTES.
            PERFORM 8000-POSICIONA-FONE.
            PERFORM 8310-CONSOME-LOTE
               UNTIL WRK-FIM-ARQ = 'S' OR WRK-A-CONSUMIR = ZEROS.

       8310-CONSOME-LOTE.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-FONE NOT = PTP-FONE
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF PTS-GANHO AND PTS-SALDO > ZEROS
                        AND PTS-VALIDADE NOT LESS THAN WRK-DATA
                        PERFORM 8320-TIRA-DO-LOTE
                        REWRITE PTS-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO REGRAVAR O LOTE DE '
                                      'PONTOS: ' PTS-DOCUMENTO
                        END-REWRITE
                     END-IF
                  END-IF
            END-READ.

       8320-TIRA-DO-LOTE.
            IF PTS-SALDO < WRK-A-CONSUMIR
               MOVE PTS-SALDO TO WRK-TIRA
            ELSE
               MOVE WRK-A-CONSUMIR TO WRK-TIRA
            END-IF.
            SUBTRACT WRK-TIRA FROM PTS-SALDO.
            SUBTRACT WRK-TIRA FROM WRK-A-CONSUMIR.

       8400-PREPARA-MOVIMENTO.
            MOVE SPACES TO PTS-REG.
            MOVE PTP-FONE      TO PTS-FONE.
            MOVE WRK-DATA      TO PTS-DATA.
            ACCEPT PTS-HORA FROM TIME.
            MOVE PTP-ORIGEM    TO PTS-ORIGEM.
            MOVE PTP-DOCUMENTO TO PTS-DOCUMENTO.
            MOVE ZEROS TO PTS-VALOR-BASE PTS-PONTOS PTS-SALDO
                          PTS-ESTORNADOS PTS-VALIDADE PTS-CREDITO.
            MOVE WRK-USUARIO   TO PTS-USUARIO.

      *     dois movimentos do fone no mesmo centesimo: hora seguinte
       8500-GRAVA-MOVIMENTO.
            MOVE 'N' TO WRK-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 8510-GRAVA-REGISTRO
               UNTIL WRK-GRAVADO = 'S' OR WRK-TENTATIVAS > 50.
            IF WRK-GRAVADO = 'N'
               DISPLAY 'ERRO AO GRAVAR PONTOS.DAT - FONE ' PTP-FONE
               MOVE 'ERRO AO GRAVAR PONTOS.DAT' TO PTP-MENSAGEM
            END-IF.

       8510-GRAVA-REGISTRO.
            WRITE PTS-REG
               INVALID KEY
                  ADD 1 TO PTS-HORA
                  ADD 1 TO WRK-TENTATIVAS
               NOT INVALID KEY
                  MOVE 'S' TO WRK-GRAVADO
            END-WRITE.

      *----------------------------------------------------------------
      * Validade do lote: ultimo dia do mes em que completa
      * WRK-MESES meses (dia 1 do mes seguinte menos um dia).
      *----------------------------------------------------------------
       8600-CALCULA-VALIDADE.
            MOVE WRK-DATA TO WRK-VALIDADE.
            COMPUTE WRK-QT-MESES = WRK-VAL-ANO * 12 + WRK-VAL-MES
                    + WRK-MESES.
            DIVIDE WRK-QT-MESES BY 12 GIVING WRK-VAL-ANO
                   REMAINDER WRK-VAL-MES.
            ADD 1 TO WRK-VAL-MES.
            MOVE 01 TO WRK-VAL-DIA.
            COMPUTE WRK-VALIDADE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-VALIDADE) - 1).

      *END PROGRAM PONTOS.
