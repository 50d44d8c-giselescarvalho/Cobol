      *                  FECHADIA.CTL na virada desta versao, as
      *                  linhas antigas ficam com as colunas
      *                  deslocadas.
      *  15/10/2026 GC - etapa 11: exportacao das faturas do dia para
      *                  a transmissao da NF-e (NFEEXP.cbl, arquivo
      *                  NFEEXP.TXT), com notas exportadas e recusadas
      *                  no cadastro no resumo da noite.
      *  15/10/2026 GC - etapa 12: geracao dos pedidos recorrentes
      *                  (RECORGER.cbl sobre RECORR.DAT) com data do
      *                  dia seguinte; modelos recusados saem no
      *                  RECORGER.REL sem interromper o fechamento,
      *                  gerados/excecoes no resumo da noite.
      *  15/10/2026 GC - etapa 13: feed de estoque e precos para a
      *                  loja virtual (CATEXP.cbl, arquivo
      *                  CATALOGO.TXT, completo ou so o que mudou
      *                  pelo parametro CATAL-DELTA), com produtos
      *                  enviados/excluidos no resumo da noite.
      *  15/10/2026 GC - resumo abre as vendas por loja (fechada, ja
      *                  fechada antes ou com erro) abaixo do total
      *                  consolidado do dia, quando o FECHAMENTO
      *                  roda com o cadastro de lojas.
      *  15/10/2026 GC - etapa 14: resumo mensal de vendas
      *                  (VENDMES.cbl, VENDMES.DAT) atualizado so
      *                  com os pedidos mexidos no dia e as
      *                  devolucoes novas, para os relatorios do mes
      *                  largarem a leitura de PEDIDOS.DAT inteiro;
      *                  modo e pedidos/devolucoes no resumo.
      *  15/10/2026 GC - etapa 15: varredura de integridade
      *                  referencial (INTEGRA.cbl), so no dia da
      *                  semana do parametro INTEGRA-DIA (1 = domingo
      *                  a 7 = sabado, 0 = todo dia, 9 = nunca; padrao
      *                  domingo); nos outros dias a etapa fica
      *                  DISPENSADA no livro. Achados por gravidade no
      *                  resumo.
      *  15/10/2026 GC - etapa 16: bloqueio de contas paradas ha
      *                  mais de INATIVO-DIAS dias (USRINAT.cbl),
      *                  com o total de bloqueios no resumo.
      *  15/10/2026 GC - tempo de cada etapa no historico OPSHIST.DAT
      *                  (OPSTEMPO.cbl) com alerta de etapa muito acima
      *                  da media recente: duracao e alerta na linha da
      *                  etapa e total de alertas no resumo.
      *  15/10/2026 GC - etapa 17: avisos escolares aos responsaveis
      *                  (ALUAVISO.cbl) na fila NOTIFICA.SPL - faltas
      *                  seguidas, frequencia perto do minimo e
      *                  recuperacao/reprovacao - com o total de
      *                  avisos no resumo.
      *  15/10/2026 GC - etapa 18: vencimento dos orcamentos em
      *                  aberto e lembrete ao cliente antes do
      *                  vencimento (ORCVENC.cbl), com vencidos e
      *                  lembretes no resumo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-ETAPAS-OK.
            05 WRK-ETAPA-OK OCCURS 18 TIMES PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * O que aconteceu com cada etapa nesta execucao, para o resumo.
      *----------------------------------------------------------------
       01 WRK-EXECUCAO-TAB.
            05 WRK-EXE-ITEM OCCURS 18 TIMES.
                10 WRK-EXE-NOME      PIC X(24).
                10 WRK-EXE-SITUACAO  PIC X(13).
                10 WRK-EXE-INICIO    PIC 9(08).
                10 WRK-EXE-FIM       PIC 9(08).
                10 WRK-EXE-RC        PIC 9(03).
                10 WRK-EXE-SEGUNDOS  PIC 9(07).
                10 WRK-EXE-ALERTA    PIC X(01).
       77 WRK-IX-EXE PIC 9(02) VALUE ZEROS.
       77 WRK-IX-LJ  PIC 9(02) VALUE ZEROS.
       77 WRK-SIT-LOJA PIC X(10) VALUE SPACES.
       77 WRK-QT-ALERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-MARCA-ALERTA PIC X(15) VALUE SPACES.
      *----------------------------------------------------------------
      * Dia da semana da varredura de integridade (INTEGRA-DIA).
      *----------------------------------------------------------------
       77 WRK-INTEGRA-DIA PIC 9(01) VALUE 1.
       77 WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'RESUMO.CPY'.
       COPY 'OPSTEMPO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
                          RES-FECH-PIX RES-FRETE-LIDOS
                          RES-FRETE-CALCULADOS RES-FRETE-REJEITADOS
                          RES-CONC-DIFERENCA RES-LOGROT-MANTIDAS
                          RES-LOGROT-ARQUIVADAS RES-NFE-EXPORTADAS
                          RES-NFE-RECUSADAS RES-REC-GERADOS
                          RES-REC-EXCECOES RES-CAT-ENVIADOS
                          RES-CAT-EXCLUIDOS RES-FECH-QT-LOJAS
                          RES-VMS-PEDIDOS RES-VMS-DEVOLUCOES
                          RES-INT-ALTA RES-INT-MEDIA RES-INT-BAIXA
                          RES-INAT-BLOQUEADOS RES-ALU-AVISOS
                          RES-ORC-EXPIRADOS RES-ORC-LEMBRETES.
            MOVE SPACES TO RES-VERIF-BLOQUEIA RES-CONC-BATIDO
                           RES-VMS-MODO.
            PERFORM 0500-CARREGA-LIVRO.
            IF WRK-DIA-FECHADO = 'S'
               DISPLAY ' DIA ' WRK-DATA-MOV ' JA FECHADO COM SUCESSO'
               IF WRK-ERRO = 'N'
                  PERFORM 6900-ARQUIVA-RELATORIOS
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7000-EXPORTA-NFE
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7100-PEDIDOS-RECORRENTES
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7200-CATALOGO-WEB
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7300-RESUMO-VENDAS-MES
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7400-INTEGRIDADE
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7500-CONTAS-PARADAS
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7600-AVISOS-ALUNOS
               END-IF
               IF WRK-ERRO = 'N'
                  PERFORM 7700-VENCIMENTO-ORCAMENTOS
               END-IF
               PERFORM 9000-FINALIZAR
            END-IF.
            STOP RUN.
               AND WRK-ETAPA-OK(5) = 'S' AND WRK-ETAPA-OK(6) = 'S'
               AND WRK-ETAPA-OK(7) = 'S' AND WRK-ETAPA-OK(8) = 'S'
               AND WRK-ETAPA-OK(9) = 'S' AND WRK-ETAPA-OK(10) = 'S'
               AND WRK-ETAPA-OK(11) = 'S' AND WRK-ETAPA-OK(12) = 'S'
               AND WRK-ETAPA-OK(13) = 'S' AND WRK-ETAPA-OK(14) = 'S'
               AND WRK-ETAPA-OK(15) = 'S' AND WRK-ETAPA-OK(16) = 'S'
               AND WRK-ETAPA-OK(17) = 'S' AND WRK-ETAPA-OK(18) = 'S'
               MOVE 'S' TO WRK-DIA-FECHADO
            ELSE
               OPEN EXTEND FECHADIA-CTL
       0520-MARCA-ETAPA.
            IF CTL-DATA-MOV = WRK-DATA-MOV AND CTL-RC = ZEROS
               AND CTL-ETAPA NOT LESS THAN 1
               AND CTL-ETAPA NOT GREATER THAN 18
               MOVE 'S' TO WRK-ETAPA-OK(CTL-ETAPA)
            END-IF.
            PERFORM 0510-LE-LIVRO.
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7000-EXPORTA-NFE.
            MOVE 'EXPORTACAO NF-E' TO WRK-ETAPA.
            MOVE 11 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(11).
            IF WRK-ETAPA-OK(11) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(11)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'NFEEXP' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'NFEEXP'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7100-PEDIDOS-RECORRENTES.
            MOVE 'PEDIDOS RECORRENTES' TO WRK-ETAPA.
            MOVE 12 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(12).
            IF WRK-ETAPA-OK(12) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(12)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'RECORGER' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'RECORGER'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7200-CATALOGO-WEB.
            MOVE 'CATALOGO LOJA VIRTUAL' TO WRK-ETAPA.
            MOVE 13 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(13).
            IF WRK-ETAPA-OK(13) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(13)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'CATEXP' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'CATEXP'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7300-RESUMO-VENDAS-MES.
            MOVE 'RESUMO MENSAL DE VENDAS' TO WRK-ETAPA.
            MOVE 14 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(14).
            IF WRK-ETAPA-OK(14) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(14)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'VENDMES' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'VENDMES'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

      *----------------------------------------------------------------
      * Integridade referencial: semanal, no dia do INTEGRA-DIA. Fora
      * dele a etapa e anotada com RC zero como DISPENSADA, para o dia
      * fechar inteiro.
      *----------------------------------------------------------------
       7400-INTEGRIDADE.
            MOVE 'INTEGRIDADE REFERENCIAL' TO WRK-ETAPA.
            MOVE 15 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(15).
            IF WRK-ETAPA-OK(15) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(15)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               MOVE 'INTEGRA-DIA' TO WRK-PARM-NOME
               MOVE 'N' TO WRK-PARM-ACHADO
               CALL 'PARMLER' USING WRK-PARM-PEDIDO
                  ON EXCEPTION
                     CONTINUE
               END-CALL
               IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR < 10
                  MOVE WRK-PARM-VALOR TO WRK-INTEGRA-DIA
               END-IF
      *        1 = domingo ... 7 = sabado
               COMPUTE WRK-DIA-SEMANA =
                       FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-MOV), 7) + 1
               MOVE 'INTEGRA' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               IF WRK-INTEGRA-DIA = 0
                  OR WRK-INTEGRA-DIA = WRK-DIA-SEMANA
                  DISPLAY '-- ETAPA: ' WRK-ETAPA
                  CALL 'INTEGRA'
                  PERFORM 8100-FECHA-ANOTACAO
                  PERFORM 1900-VERIFICA-RETORNO
               ELSE
                  DISPLAY '-- ETAPA DISPENSADA HOJE: ' WRK-ETAPA
                  MOVE 'D' TO OPT-SITUACAO
                  PERFORM 8100-FECHA-ANOTACAO
                  MOVE 'DISPENSADA' TO WRK-EXE-SITUACAO(15)
               END-IF
            END-IF.

       7500-CONTAS-PARADAS.
            MOVE 'BLOQUEIO CONTAS PARADAS' TO WRK-ETAPA.
            MOVE 16 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(16).
            IF WRK-ETAPA-OK(16) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(16)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'USRINAT' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'USRINAT'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7600-AVISOS-ALUNOS.
            MOVE 'AVISOS AOS RESPONSAVEIS' TO WRK-ETAPA.
            MOVE 17 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(17).
            IF WRK-ETAPA-OK(17) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(17)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'ALUAVISO' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'ALUAVISO'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       7700-VENCIMENTO-ORCAMENTOS.
            MOVE 'VENCIMENTO DE ORCAMENTOS' TO WRK-ETAPA.
            MOVE 18 TO WRK-NUM-ETAPA.
            MOVE WRK-ETAPA TO WRK-EXE-NOME(18).
            IF WRK-ETAPA-OK(18) = 'S'
               MOVE 'JA FEITA' TO WRK-EXE-SITUACAO(18)
               DISPLAY '-- ETAPA JA FEITA HOJE: ' WRK-ETAPA
            ELSE
               DISPLAY '-- ETAPA: ' WRK-ETAPA
               MOVE 'ORCVENC' TO CTL-PROGRAMA
               PERFORM 8000-ABRE-ANOTACAO
               CALL 'ORCVENC'
               PERFORM 8100-FECHA-ANOTACAO
               PERFORM 1900-VERIFICA-RETORNO
            END-IF.

       1900-VERIFICA-RETORNO.
            IF RETURN-CODE NOT = 0
               MOVE 'S' TO WRK-ERRO
            MOVE WRK-NUM-ETAPA TO CTL-ETAPA.
            ACCEPT CTL-HR-INICIO FROM TIME.
            MOVE ZEROS TO CTL-HR-FIM CTL-RC.
            MOVE 'E' TO OPT-SITUACAO.
            MOVE ZERO TO RETURN-CODE.

       8100-FECHA-ANOTACAO.
            ELSE
               MOVE 'FALHOU' TO WRK-EXE-SITUACAO(WRK-IX-EXE)
            END-IF.
            PERFORM 8200-HISTORICO-TEMPO.

      *----------------------------------------------------------------
      * Duracao da etapa no historico de tempos (OPSTEMPO.cbl) e
      * alerta de etapa muito acima da media recente. O RETURN-CODE
      * da etapa volta do livro para o 1900-VERIFICA-RETORNO.
      *----------------------------------------------------------------
       8200-HISTORICO-TEMPO.
            MOVE 'D'           TO OPT-LIVRO.
            MOVE CTL-DATA-MOV  TO OPT-REFERENCIA.
            MOVE CTL-ETAPA     TO OPT-ETAPA.
            MOVE CTL-PROGRAMA  TO OPT-PROGRAMA.
            MOVE CTL-HR-INICIO TO OPT-HR-INICIO.
            MOVE CTL-HR-FIM    TO OPT-HR-FIM.
            MOVE CTL-RC        TO OPT-RC.
            MOVE ZEROS         TO OPT-SEGUNDOS OPT-MEDIA.
            MOVE 'N'           TO OPT-ALERTA.
            CALL 'OPSTEMPO' USING OPSTEMPO-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            MOVE CTL-RC TO RETURN-CODE.
            MOVE OPT-SEGUNDOS TO WRK-EXE-SEGUNDOS(WRK-IX-EXE).
            MOVE OPT-ALERTA   TO WRK-EXE-ALERTA(WRK-IX-EXE).
            IF OPT-ALERTA = 'S'
               ADD 1 TO WRK-QT-ALERTAS
               DISPLAY 'ETAPA ACIMA DA MEDIA: ' WRK-ETAPA
                       ' DURACAO ' OPT-SEGUNDOS 's MEDIA '
                       OPT-MEDIA 's'
            END-IF.

       9000-FINALIZAR.
            CLOSE FECHADIA-CTL.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9110-LINHA-ETAPA
               VARYING WRK-IX-EXE FROM 1 BY 1
               UNTIL WRK-IX-EXE > 18.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- NUMEROS DA NOITE --' TO RPT-LINHA-IMPRESSA.
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9120-LINHA-LOJA
               VARYING WRK-IX-LJ FROM 1 BY 1
               UNTIL WRK-IX-LJ > RES-FECH-QT-LOJAS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'FRETES LID/CALC/REJ....: ' DELIMITED BY SIZE
                   RES-FRETE-LIDOS             DELIMITED BY SIZE
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'NF-E EXPORTADAS/RECUS..: ' DELIMITED BY SIZE
                   RES-NFE-EXPORTADAS          DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-NFE-RECUSADAS           DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'RECORRENTES GER/EXCEC..: ' DELIMITED BY SIZE
                   RES-REC-GERADOS             DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-REC-EXCECOES            DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CATALOGO ENV/EXCLUIDOS.: ' DELIMITED BY SIZE
                   RES-CAT-ENVIADOS            DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-CAT-EXCLUIDOS           DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'VENDAS MES PED/DEVOL...: ' DELIMITED BY SIZE
                   RES-VMS-PEDIDOS             DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-VMS-DEVOLUCOES          DELIMITED BY SIZE
                   '  MODO '                   DELIMITED BY SIZE
                   RES-VMS-MODO                DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'INTEGRIDADE ALTA/MED/BX: ' DELIMITED BY SIZE
                   RES-INT-ALTA                DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-INT-MEDIA               DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-INT-BAIXA               DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CONTAS PARADAS BLOQUEAD: ' DELIMITED BY SIZE
                   RES-INAT-BLOQUEADOS         DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'AVISOS AOS RESPONSAVEIS: ' DELIMITED BY SIZE
                   RES-ALU-AVISOS              DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ORCAMENTOS VENC/LEMBR..: ' DELIMITED BY SIZE
                   RES-ORC-EXPIRADOS           DELIMITED BY SIZE
                   ' / '                       DELIMITED BY SIZE
                   RES-ORC-LEMBRETES           DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'ETAPAS ACIMA DA MEDIA..: ' DELIMITED BY SIZE
                   WRK-QT-ALERTAS              DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-ERRO = 'S'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
            IF WRK-EXE-NOME(WRK-IX-EXE) = SPACES
               MOVE 'NAO EXECUTADA' TO WRK-EXE-SITUACAO(WRK-IX-EXE)
            END-IF.
            IF WRK-EXE-ALERTA(WRK-IX-EXE) = 'S'
               MOVE 'ACIMA DA MEDIA' TO WRK-MARCA-ALERTA
            ELSE
               MOVE SPACES TO WRK-MARCA-ALERTA
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-IX-EXE DELIMITED BY SIZE
                   ' '        DELIMITED BY SIZE
                   WRK-EXE-FIM(WRK-IX-EXE) DELIMITED BY SIZE
                   ' RC '     DELIMITED BY SIZE
                   WRK-EXE-RC(WRK-IX-EXE) DELIMITED BY SIZE
                   ' SEG '    DELIMITED BY SIZE
                   WRK-EXE-SEGUNDOS(WRK-IX-EXE) DELIMITED BY SIZE
                   ' '        DELIMITED BY SIZE
                   WRK-MARCA-ALERTA DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       9120-LINHA-LOJA.
            EVALUATE RES-FL-SITUACAO(WRK-IX-LJ)
               WHEN 'F'
                  MOVE 'FECHADA' TO WRK-SIT-LOJA
               WHEN 'J'
                  MOVE 'JA FECHADA' TO WRK-SIT-LOJA
               WHEN OTHER
                  MOVE 'COM ERRO' TO WRK-SIT-LOJA
            END-EVALUATE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '  LOJA '                    DELIMITED BY SIZE
                   RES-FL-CODIGO(WRK-IX-LJ)     DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WRK-SIT-LOJA                 DELIMITED BY SIZE
                   ' LID/REJ '                  DELIMITED BY SIZE
                   RES-FL-LIDOS(WRK-IX-LJ)      DELIMITED BY SIZE
                   ' / '                        DELIMITED BY SIZE
                   RES-FL-REJEITADAS(WRK-IX-LJ) DELIMITED BY SIZE
                   ' TOTAL '                    DELIMITED BY SIZE
                   RES-FL-ACUM(WRK-IX-LJ)       DELIMITED BY SIZE
                   ' DIN '                      DELIMITED BY SIZE
                   RES-FL-DINHEIRO(WRK-IX-LJ)   DELIMITED BY SIZE
                   ' CAR '                      DELIMITED BY SIZE
                   RES-FL-CARTAO(WRK-IX-LJ)     DELIMITED BY SIZE
                   ' PIX '                      DELIMITED BY SIZE
                   RES-FL-PIX(WRK-IX-LJ)        DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
