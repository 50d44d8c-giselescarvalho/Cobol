      *  02/09/2026 GC - evento AVISEME (produto em falta que voltou
      *                  ao estoque, enfileirado pelo ESTOQUE.cbl a
      *                  partir da lista de interesse ESPERA.DAT).
      *  15/10/2026 GC - evento NEGATIVAR (aviso previo de inclusao
      *                  no cadastro de inadimplentes, enfileirado
      *                  pelo NEGATIVA.cbl).
      *  15/10/2026 GC - eventos de andamento de pedido: SEPARADO
      *                  (PEDSTAT/PICKLIST), EXPEDIDO (ROMANEIO, com
      *                  transportadora, romaneio e data prevista) e
      *                  ENTREGUE (PEDSTAT, com data e recebedor). O
      *                  layout da fila vai para o NOTIFICA.CPY e o
      *                  historico NOTIFICA.PRC guarda tambem a chave
      *                  do pedido avisado.
      *  15/10/2026 GC - avisos escolares ao responsavel (ALUAVISO.cbl):
      *                  ALUFALTAS, ALUFREQ, ALURECUP e ALUREPROV, com
      *                  aluno, materia e faltas/presenca do bloco
      *                  escolar da fila.
      *  15/10/2026 GC - lembrete ORCVENCE (orcamento em aberto perto
      *                  de vencer, enfileirado pelo ORCVENC.cbl), com
      *                  numero, valor e vencimento do bloco do
      *                  orcamento da fila.
      *  15/10/2026 GC - EXPEDIDO informa o endereco de entrega do
      *                  pedido (cadastro ou endereco de obra/filial
      *                  escolhido na entrada, com o rotulo).
      *  15/10/2026 GC - extrato mensal PONTOS (enfileirado pelo
      *                  PONTOMES.cbl): pontos ganhos, estornados,
      *                  resgatados e vencidos no mes, saldo e o que
      *                  vence no mes seguinte.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICA
               FILE STATUS IS NOTIFICA-PRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'NOTIFICA.CPY'.

       FD NOTIFICA-REL.
       01 NOTIFICA-REL-REG  PIC X(80).
            05 PRC-EMAIL     PIC X(40).
            05 PRC-DT-PROC   PIC 9(08).
            05 PRC-HR-PROC   PIC 9(08).
            05 PRC-PEDIDO    PIC X(16).

       WORKING-STORAGE SECTION.
       77 NOTIFICA-STATUS     PIC 9(02).
       77 WRK-QT-PROCESSADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-DT-PROC         PIC 9(08) VALUE ZEROS.
       77 WRK-HR-PROC         PIC 9(08) VALUE ZEROS.
       77 WRK-PERC-ED         PIC ZZ9.
       77 WRK-FALTAS-ED       PIC ZZ9.
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-PONTOS-ED       PIC Z.ZZZ.ZZ9.
       77 WRK-PONTOS2-ED      PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               WHEN 'AVISEME'
                  MOVE 'ASSUNTO: O PRODUTO QUE VOCE QUERIA CHEGOU'
                    TO NOTIFICA-REL-REG
               WHEN 'NEGATIVAR'
                  MOVE 'ASSUNTO: AVISO DE NEGATIVACAO DO DEBITO'
                    TO NOTIFICA-REL-REG
               WHEN 'SEPARADO'
                  MOVE 'ASSUNTO: SEU PEDIDO FOI SEPARADO'
                    TO NOTIFICA-REL-REG
               WHEN 'EXPEDIDO'
                  MOVE 'ASSUNTO: SEU PEDIDO SAIU PARA ENTREGA'
                    TO NOTIFICA-REL-REG
               WHEN 'ENTREGUE'
                  MOVE 'ASSUNTO: SEU PEDIDO FOI ENTREGUE'
                    TO NOTIFICA-REL-REG
               WHEN 'ALUFALTAS'
                  MOVE 'ASSUNTO: FALTAS SEGUIDAS DO ALUNO'
                    TO NOTIFICA-REL-REG
               WHEN 'ALUFREQ'
                  MOVE 'ASSUNTO: FREQUENCIA DO ALUNO EM RISCO'
                    TO NOTIFICA-REL-REG
               WHEN 'ALURECUP'
                  MOVE 'ASSUNTO: ALUNO EM RECUPERACAO'
                    TO NOTIFICA-REL-REG
               WHEN 'ALUREPROV'
                  MOVE 'ASSUNTO: ALUNO COM NOTA DE REPROVACAO'
                    TO NOTIFICA-REL-REG
               WHEN 'ORCVENCE'
                  MOVE 'ASSUNTO: SEU ORCAMENTO ESTA PERTO DE VENCER'
                    TO NOTIFICA-REL-REG
               WHEN 'PONTOS'
                  MOVE 'ASSUNTO: SEU EXTRATO MENSAL DE PONTOS'
                    TO NOTIFICA-REL-REG
               WHEN OTHER
                  MOVE 'ASSUNTO: CONFIRMACAO DE ALTERACAO DE CADASTRO'
                    TO NOTIFICA-REL-REG
                  WRITE NOTIFICA-REL-REG
                  MOVE 'VOLTOU AO ESTOQUE - GARANTA O SEU.'
                    TO NOTIFICA-REL-REG
               WHEN 'NEGATIVAR'
                  MOVE 'SEU DEBITO VENCIDO SERA INCLUIDO NO CADASTRO '
                    TO NOTIFICA-REL-REG
                  WRITE NOTIFICA-REL-REG
                  MOVE 'DE INADIMPLENTES SE NAO FOR PAGO NOS PROXIMOS '
                    TO NOTIFICA-REL-REG
                  WRITE NOTIFICA-REL-REG
                  MOVE 'DIAS. SE JA PAGOU, DESCONSIDERE ESTE AVISO.'
                    TO NOTIFICA-REL-REG
               WHEN 'SEPARADO'
                  STRING 'SEU PEDIDO DE ' DELIMITED BY SIZE
                         NOTIF-PED-DATA   DELIMITED BY SIZE
                         ' FOI SEPARADO NO ARMAZEM E SERA'
                                          DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE 'EXPEDIDO NOS PROXIMOS DIAS.'
                    TO NOTIFICA-REL-REG
               WHEN 'EXPEDIDO'
                  STRING 'SEU PEDIDO DE ' DELIMITED BY SIZE
                         NOTIF-PED-DATA   DELIMITED BY SIZE
                         ' SAIU PARA ENTREGA.' DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'TRANSPORTADORA: ' DELIMITED BY SIZE
                         NOTIF-TRANSP       DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'ROMANEIO: '      DELIMITED BY SIZE
                         NOTIF-MANIFESTO   DELIMITED BY SIZE
                         '  PREVISAO DE ENTREGA: ' DELIMITED BY SIZE
                         NOTIF-DATA-PREVISTA DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  IF NOTIF-ENT-LOGRADOURO NOT = SPACES
                     PERFORM 2150-ENDERECO-ENTREGA
                  END-IF
               WHEN 'ENTREGUE'
                  STRING 'SEU PEDIDO DE ' DELIMITED BY SIZE
                         NOTIF-PED-DATA   DELIMITED BY SIZE
                         ' FOI ENTREGUE EM ' DELIMITED BY SIZE
                         NOTIF-DATA-ENTREGA DELIMITED BY SIZE
                         '.'              DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'RECEBIDO POR: ' DELIMITED BY SIZE
                         NOTIF-RECEBEDOR  DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
               WHEN 'ALUFALTAS'
                  MOVE NOTIF-QT-FALTAS TO WRK-FALTAS-ED
                  STRING 'O ALUNO ' DELIMITED BY SIZE
                         NOTIF-ALUNO DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'FALTOU ' DELIMITED BY SIZE
                         WRK-FALTAS-ED DELIMITED BY SIZE
                         ' AULAS SEGUIDAS DE ' DELIMITED BY SIZE
                         NOTIF-MATERIA DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE 'PROCURE A COORDENACAO SE HOUVER JUSTIFICATIVA.'
                    TO NOTIFICA-REL-REG
               WHEN 'ALUFREQ'
                  MOVE NOTIF-PERC-PRESENCA TO WRK-PERC-ED
                  STRING 'O ALUNO ' DELIMITED BY SIZE
                         NOTIF-ALUNO DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'ESTA COM ' DELIMITED BY SIZE
                         WRK-PERC-ED DELIMITED BY SIZE
                         '% DE PRESENCA EM ' DELIMITED BY SIZE
                         NOTIF-MATERIA DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE 'O MINIMO PARA APROVACAO E DE 75% DAS AULAS.'
                    TO NOTIFICA-REL-REG
               WHEN 'ALURECUP'
                  STRING 'O ALUNO ' DELIMITED BY SIZE
                         NOTIF-ALUNO DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'ESTA EM RECUPERACAO EM ' DELIMITED BY SIZE
                         NOTIF-MATERIA DELIMITED BY SIZE
                         '; ACOMPANHE OS ESTUDOS.' DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
               WHEN 'ALUREPROV'
                  STRING 'O ALUNO ' DELIMITED BY SIZE
                         NOTIF-ALUNO DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'ESTA COM MEDIA DE REPROVACAO EM '
                                       DELIMITED BY SIZE
                         NOTIF-MATERIA DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE 'PROCURE A COORDENACAO PEDAGOGICA.'
                    TO NOTIFICA-REL-REG
               WHEN 'ORCVENCE'
                  MOVE NOTIF-ORC-VALOR TO WRK-VALOR-ED
                  STRING 'O ORCAMENTO ' DELIMITED BY SIZE
                         NOTIF-ORC-NUMERO DELIMITED BY SIZE
                         ', NO VALOR DE R$ ' DELIMITED BY SIZE
                         WRK-VALOR-ED DELIMITED BY SIZE
                         ',' DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
                  WRITE NOTIFICA-REL-REG
                  MOVE SPACES TO NOTIFICA-REL-REG
                  STRING 'VALE ATE ' DELIMITED BY SIZE
                         NOTIF-ORC-VENCE DELIMITED BY SIZE
                         '. FECHE CONOSCO ANTES DO VENCIMENTO.'
                                         DELIMITED BY SIZE
                         INTO NOTIFICA-REL-REG
                  END-STRING
               WHEN 'PONTOS'
                  PERFORM 2160-EXTRATO-PONTOS
               WHEN OTHER
                  MOVE 'SEUS DADOS CADASTRAIS FORAM ATUALIZADOS.'
                    TO NOTIFICA-REL-REG
            MOVE SPACES TO NOTIFICA-REL-REG.
            WRITE NOTIFICA-REL-REG.

      *----------------------------------------------------------------
      * Endereco de entrega do EXPEDIDO: o rotulo (obra/filial) so vem
      * quando o pedido nao vai para o endereco do cadastro. A ultima
      * linha fica em NOTIFICA-REL-REG para o WRITE do fim da
      * mensagem.
      *----------------------------------------------------------------
       2150-ENDERECO-ENTREGA.
            WRITE NOTIFICA-REL-REG.
            MOVE SPACES TO NOTIFICA-REL-REG.
            IF NOTIF-ENT-ROTULO NOT = SPACES
               STRING 'LOCAL DE ENTREGA: ' DELIMITED BY SIZE
                      NOTIF-ENT-ROTULO     DELIMITED BY SIZE
                      INTO NOTIFICA-REL-REG
               END-STRING
               WRITE NOTIFICA-REL-REG
               MOVE SPACES TO NOTIFICA-REL-REG
            END-IF.
            STRING 'ENDERECO: '         DELIMITED BY SIZE
                   NOTIF-ENT-LOGRADOURO DELIMITED BY SIZE
                   INTO NOTIFICA-REL-REG
            END-STRING.
            WRITE NOTIFICA-REL-REG.
            MOVE SPACES TO NOTIFICA-REL-REG.
            STRING '          '     DELIMITED BY SIZE
                   NOTIF-ENT-CIDADE DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   NOTIF-ENT-UF     DELIMITED BY SIZE
                   INTO NOTIFICA-REL-REG
            END-STRING.

      *----------------------------------------------------------------
      * Extrato mensal de pontos de fidelidade. A ultima linha fica em
      * NOTIFICA-REL-REG para o WRITE do fim da mensagem.
      *----------------------------------------------------------------
       2160-EXTRATO-PONTOS.
            STRING 'SEU EXTRATO DE PONTOS DE ' DELIMITED BY SIZE
                   NOTIF-PTS-ANOMES(5:2) DELIMITED BY SIZE
                   '/'                   DELIMITED BY SIZE
                   NOTIF-PTS-ANOMES(1:4) DELIMITED BY SIZE
                   ':'                   DELIMITED BY SIZE
                   INTO NOTIFICA-REL-REG
            END-STRING.
            WRITE NOTIFICA-REL-REG.
            MOVE SPACES TO NOTIFICA-REL-REG.
            MOVE NOTIF-PTS-GANHOS TO WRK-PONTOS-ED.
            MOVE NOTIF-PTS-ESTORNOS TO WRK-PONTOS2-ED.
            STRING 'GANHOS: ' DELIMITED BY SIZE
                   WRK-PONTOS-ED DELIMITED BY SIZE
                   '  ESTORNADOS: ' DELIMITED BY SIZE
                   WRK-PONTOS2-ED DELIMITED BY SIZE
                   INTO NOTIFICA-REL-REG
            END-STRING.
            WRITE NOTIFICA-REL-REG.
            MOVE SPACES TO NOTIFICA-REL-REG.
            MOVE NOTIF-PTS-RESGATES TO WRK-PONTOS-ED.
            MOVE NOTIF-PTS-VENCIDOS TO WRK-PONTOS2-ED.
            STRING 'RESGATADOS: ' DELIMITED BY SIZE
                   WRK-PONTOS-ED DELIMITED BY SIZE
                   '  VENCIDOS: ' DELIMITED BY SIZE
                   WRK-PONTOS2-ED DELIMITED BY SIZE
                   INTO NOTIFICA-REL-REG
            END-STRING.
            WRITE NOTIFICA-REL-REG.
            MOVE SPACES TO NOTIFICA-REL-REG.
            MOVE NOTIF-PTS-SALDO TO WRK-PONTOS-ED.
            MOVE NOTIF-PTS-A-VENCER TO WRK-PONTOS2-ED.
            STRING 'SALDO: ' DELIMITED BY SIZE
                   WRK-PONTOS-ED DELIMITED BY SIZE
                   '  A VENCER NO PROXIMO MES: ' DELIMITED BY SIZE
                   WRK-PONTOS2-ED DELIMITED BY SIZE
                   INTO NOTIFICA-REL-REG
            END-STRING.

       2200-BAIXA-PEDIDO.
            MOVE NOTIF-EVENTO TO PRC-EVENTO.
            MOVE NOTIF-DATA   TO PRC-DATA.
            MOVE NOTIF-EMAIL  TO PRC-EMAIL.
            MOVE WRK-DT-PROC  TO PRC-DT-PROC.
            MOVE WRK-HR-PROC  TO PRC-HR-PROC.
            MOVE NOTIF-PEDIDO TO PRC-PEDIDO.
            WRITE PRC-REG.

      *----------------------------------------------------------------
