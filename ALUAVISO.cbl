       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUAVISO.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Avisos escolares ao responsavel financeiro pela fila
      *           de notificacoes, para a familia saber das faltas e
      *           da recuperacao antes do boletim. Etapa do fechamento
      *           de fim de dia (FECHADIA.cbl): varre a chamada diaria
      *           (CHAMADA.DAT) por aluno e materia e enfileira em
      *           NOTIFICA.SPL o evento ALUFALTAS quando a chamada
      *           termina em ALUAV-FALTAS faltas seguidas (parametro,
      *           padrao 3) e ALUFREQ quando a presenca da materia fica
      *           a menos de ALUAV-MARGEM pontos (padrao 5) do minimo
      *           de 75 por cento do ALUNOS.cbl ou abaixo dele; depois
      *           varre ALUNOS.DAT e enfileira ALURECUP / ALUREPROV
      *           quando a situacao da materia passa a recuperacao ou
      *           reprovado (materia ainda sem nota nenhuma nao conta).
      *           O responsavel e o ALUNO-RESP-FONE, com nome e e-mail
      *           resolvidos em CLIENTES.DAT. ALUAVISO.DAT guarda o
      *           ultimo aviso de cada aluno/materia/tipo, e o mesmo
      *           aviso nao sai duas vezes. O NOTPROC.cbl formata as
      *           mensagens junto com o resto da fila.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA
             ASSIGN TO 'CHAMADA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CHAMADA-STATUS
               RECORD KEY IS CHA-CHAVE.
           SELECT ALUNOS
             ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALUNOS-STATUS
               RECORD KEY IS ALUNO-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
      * Ultimo aviso por aluno/materia/tipo.
           SELECT ALUAVISO
             ASSIGN TO 'ALUAVISO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALUAVISO-STATUS
               RECORD KEY IS AAV-CHAVE.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CHAMADA.CPY'.

       COPY 'ALUNOS.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'ALUAVISO.CPY'.

       COPY 'NOTIFICA.CPY'.

       WORKING-STORAGE SECTION.
       77 CHAMADA-STATUS    PIC 9(02).
       77 ALUNOS-STATUS     PIC 9(02).
       77 CLIENTES-STATUS   PIC 9(02).
       77 ALUAVISO-STATUS   PIC 9(02).
       77 NOTIFICA-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77 WRK-TEM-CHAMADA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-ALUAV-FALTAS  PIC 9(03) VALUE 3.
       77 WRK-ALUAV-MARGEM  PIC 9(03) VALUE 5.
       77 WRK-MIN-PRESENCA  PIC 9(03) VALUE 75.
       77 WRK-LIMITE-AVISO  PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Chamada do aluno/materia corrente (o arquivo vem agrupado por
      * matricula e materia, em ordem de data).
      *----------------------------------------------------------------
       77 WRK-TEM-GRUPO     PIC X(01) VALUE 'N'.
       77 WRK-GRP-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-GRP-MATERIA   PIC X(15) VALUE SPACES.
       77 WRK-QT-AULAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-FALTAS    PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-PERC-PRESENCA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NIVEL         PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      * Aviso em montagem.
      *----------------------------------------------------------------
       77 WRK-EVENTO        PIC X(10) VALUE SPACES.
       77 WRK-ENFILEIROU    PIC X(01) VALUE 'N'.
       77 WRK-TEM-AVISO     PIC X(01) VALUE 'N'.
       77 WRK-QT-AVISOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-RESP   PIC 9(05) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'RESUMO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            MOVE ZEROS TO RES-ALU-AVISOS.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               IF WRK-TEM-CHAMADA = 'S'
                  PERFORM 2000-VARRE-CHAMADA UNTIL WRK-FIM-ARQ = 'S'
                  IF WRK-TEM-GRUPO = 'S'
                     PERFORM 2500-FECHA-MATERIA
                  END-IF
               END-IF
               PERFORM 4000-POSICIONA-ALUNOS
               PERFORM 4100-VARRE-SITUACAO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            PERFORM 1100-LE-PARAMETROS.
            OPEN INPUT ALUNOS.
            OPEN INPUT CLIENTES.
            OPEN INPUT CHAMADA.
            OPEN I-O ALUAVISO
              IF ALUAVISO-STATUS = 35 THEN
                  OPEN OUTPUT ALUAVISO
                  CLOSE ALUAVISO
                  OPEN I-O ALUAVISO
               END-IF.
            OPEN EXTEND NOTIFICA
              IF NOTIFICA-STATUS = 35 THEN
                  OPEN OUTPUT NOTIFICA
                  CLOSE NOTIFICA
                  OPEN EXTEND NOTIFICA
               END-IF.
            IF ALUNOS-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
               OR ALUAVISO-STATUS NOT = 0 OR NOTIFICA-STATUS NOT = 0
               DISPLAY 'ALUNOS.DAT/CLIENTES.DAT/ALUAVISO.DAT/'
                       'NOTIFICA.SPL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
      *        sem chamada lancada ainda: so a varredura da situacao
               IF CHAMADA-STATUS = 0
                  MOVE 'S' TO WRK-TEM-CHAMADA
                  MOVE LOW-VALUES TO CHA-CHAVE
                  START CHAMADA KEY IS NOT LESS THAN CHA-CHAVE
                     INVALID KEY
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * ALUAV-FALTAS = faltas seguidas que disparam o aviso,
      * ALUAV-MARGEM = pontos acima do minimo de presenca em que a
      * familia ja e avisada. Sem parametro vale o padrao.
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
            MOVE 'ALUAV-FALTAS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               MOVE WRK-PARM-VALOR TO WRK-ALUAV-FALTAS
            END-IF.
            MOVE 'ALUAV-MARGEM' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-ALUAV-MARGEM
            END-IF.
            COMPUTE WRK-LIMITE-AVISO = WRK-MIN-PRESENCA
                    + WRK-ALUAV-MARGEM.

      *----------------------------------------------------------------
      * Chamada por aluno/materia: aulas, faltas e a sequencia de
      * faltas com que a chamada termina (presenca zera a sequencia).
      *----------------------------------------------------------------
       2000-VARRE-CHAMADA.
            READ CHAMADA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-TEM-GRUPO = 'S'
                     AND (CHA-MATRICULA NOT = WRK-GRP-MATRICULA
                          OR CHA-MATERIA NOT = WRK-GRP-MATERIA)
                     PERFORM 2500-FECHA-MATERIA
                  END-IF
                  IF WRK-TEM-GRUPO = 'N'
                     MOVE 'S' TO WRK-TEM-GRUPO
                     MOVE CHA-MATRICULA TO WRK-GRP-MATRICULA
                     MOVE CHA-MATERIA   TO WRK-GRP-MATERIA
                     MOVE ZEROS TO WRK-QT-AULAS WRK-QT-FALTAS
                                   WRK-SEQ-FALTAS WRK-SEQ-INICIO
                  END-IF
                  ADD 1 TO WRK-QT-AULAS
                  IF CHA-AUSENTE
                     ADD 1 TO WRK-QT-FALTAS
                     IF WRK-SEQ-FALTAS = ZEROS
                        MOVE CHA-DATA TO WRK-SEQ-INICIO
                     END-IF
                     ADD 1 TO WRK-SEQ-FALTAS
                  ELSE
                     MOVE ZEROS TO WRK-SEQ-FALTAS WRK-SEQ-INICIO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Fim da chamada de uma materia: faltas seguidas e frequencia.
      * Chamada de aluno que ja saiu do cadastro e ignorada.
      *----------------------------------------------------------------
       2500-FECHA-MATERIA.
            MOVE 'N' TO WRK-TEM-GRUPO.
            MOVE WRK-GRP-MATRICULA TO ALUNO-MATRICULA.
            MOVE WRK-GRP-MATERIA   TO ALUNO-MATERIA.
            READ ALUNOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 2600-AVISO-FALTAS
                  PERFORM 2700-AVISO-FREQUENCIA
            END-READ.

       2600-AVISO-FALTAS.
            IF WRK-SEQ-FALTAS NOT < WRK-ALUAV-FALTAS
               MOVE 'F' TO AAV-TIPO
               PERFORM 5000-LE-AVISO
               IF WRK-TEM-AVISO = 'N'
                  OR AAV-REFERENCIA NOT = WRK-SEQ-INICIO
                  MOVE 'ALUFALTAS' TO WRK-EVENTO
                  PERFORM 6000-ENFILEIRA-AVISO
                  IF WRK-ENFILEIROU = 'S'
                     MOVE WRK-SEQ-INICIO TO AAV-REFERENCIA
                     PERFORM 5100-GRAVA-AVISO
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Nivel 1 = presenca abaixo do minimo + margem, 2 = abaixo do
      * minimo. Avisa so quando o nivel sobe; a melhora rebaixa o
      * nivel gravado sem aviso.
      *----------------------------------------------------------------
       2700-AVISO-FREQUENCIA.
            IF WRK-QT-AULAS > ZEROS
               COMPUTE WRK-PERC-PRESENCA ROUNDED =
                       (WRK-QT-AULAS - WRK-QT-FALTAS) * 100
                       / WRK-QT-AULAS
               EVALUATE TRUE
                  WHEN WRK-PERC-PRESENCA < WRK-MIN-PRESENCA
                     MOVE 2 TO WRK-NIVEL
                  WHEN WRK-PERC-PRESENCA < WRK-LIMITE-AVISO
                     MOVE 1 TO WRK-NIVEL
                  WHEN OTHER
                     MOVE 0 TO WRK-NIVEL
               END-EVALUATE
               MOVE 'P' TO AAV-TIPO
               PERFORM 5000-LE-AVISO
               IF WRK-TEM-AVISO = 'N'
                  MOVE ZEROS TO AAV-NIVEL
               END-IF
               EVALUATE TRUE
                  WHEN WRK-NIVEL > AAV-NIVEL
                     MOVE 'ALUFREQ' TO WRK-EVENTO
                     PERFORM 6000-ENFILEIRA-AVISO
                     IF WRK-ENFILEIROU = 'S'
                        MOVE WRK-NIVEL TO AAV-NIVEL
                        PERFORM 5100-GRAVA-AVISO
                     END-IF
                  WHEN WRK-NIVEL < AAV-NIVEL
                     MOVE WRK-NIVEL TO AAV-NIVEL
                     PERFORM 5100-GRAVA-AVISO
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Situacao de cada materia: passagem para recuperacao ou
      * reprovado avisa; qualquer mudanca fica gravada, para avisar
      * de novo se voltar a cair.
      *----------------------------------------------------------------
       4000-POSICIONA-ALUNOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO ALUNO-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.

       4100-VARRE-SITUACAO.
            READ ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ALUNO-NOTA1 > ZEROS OR ALUNO-NOTA2 > ZEROS
                     OR ALUNO-NOTA3 > ZEROS
                     PERFORM 4200-AVISO-SITUACAO
                  END-IF
            END-READ.

       4200-AVISO-SITUACAO.
            MOVE 'S' TO AAV-TIPO.
            PERFORM 5000-LE-AVISO.
            IF WRK-TEM-AVISO = 'N'
               MOVE 'A' TO AAV-SITUACAO
            END-IF.
            IF ALUNO-SITUACAO NOT = AAV-SITUACAO
               IF ALU-RECUPERACAO OR ALU-REPROVADO
                  IF ALU-RECUPERACAO
                     MOVE 'ALURECUP' TO WRK-EVENTO
                  ELSE
                     MOVE 'ALUREPROV' TO WRK-EVENTO
                  END-IF
                  MOVE ZEROS TO WRK-SEQ-FALTAS WRK-PERC-PRESENCA
                  PERFORM 6000-ENFILEIRA-AVISO
                  IF WRK-ENFILEIROU = 'S'
                     MOVE ALUNO-SITUACAO TO AAV-SITUACAO
                     PERFORM 5100-GRAVA-AVISO
                  END-IF
               ELSE
                  MOVE ALUNO-SITUACAO TO AAV-SITUACAO
                  PERFORM 5100-GRAVA-AVISO
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Ultimo aviso do aluno/materia no tipo ja movido para AAV-TIPO.
      *----------------------------------------------------------------
       5000-LE-AVISO.
            MOVE ALUNO-MATRICULA TO AAV-MATRICULA.
            MOVE ALUNO-MATERIA   TO AAV-MATERIA.
            READ ALUAVISO
               INVALID KEY
                  MOVE 'N' TO WRK-TEM-AVISO
                  MOVE ZEROS TO AAV-REFERENCIA AAV-NIVEL
                  MOVE SPACE TO AAV-SITUACAO
               NOT INVALID KEY
                  MOVE 'S' TO WRK-TEM-AVISO
            END-READ.

       5100-GRAVA-AVISO.
            MOVE WRK-DATA-HOJE TO AAV-DATA.
            WRITE AAV-REG
               INVALID KEY
                  REWRITE AAV-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR ALUAVISO: '
                                AAV-MATRICULA ' ' AAV-MATERIA
                  END-REWRITE
            END-WRITE.

      *----------------------------------------------------------------
      * Enfileira o aviso para o responsavel; aluno sem responsavel
      * (ou responsavel fora do cadastro de clientes) fica de fora
      * com aviso e volta a ser tentado na proxima noite.
      *----------------------------------------------------------------
       6000-ENFILEIRA-AVISO.
            MOVE 'N' TO WRK-ENFILEIROU.
            IF ALUNO-RESP-FONE = ZEROS
               ADD 1 TO WRK-QT-SEM-RESP
            ELSE
               MOVE ALUNO-RESP-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     ADD 1 TO WRK-QT-SEM-RESP
                     DISPLAY 'ALUNO ' ALUNO-MATRICULA
                             ' COM RESPONSAVEL FORA DO CADASTRO - '
                             'NAO AVISADO'
                  NOT INVALID KEY
                     MOVE SPACES TO NOTIF-REG
                     MOVE WRK-EVENTO      TO NOTIF-EVENTO
                     MOVE WRK-DATA-HOJE   TO NOTIF-DATA
                     ACCEPT NOTIF-HORA FROM TIME
                     MOVE CLIENTES-FONE   TO NOTIF-FONE
                     MOVE CLIENTES-NOME   TO NOTIF-NOME
                     MOVE CLIENTES-EMAIL  TO NOTIF-EMAIL
                     MOVE ZEROS TO NOTIF-PEDIDO NOTIF-MANIFESTO
                                   NOTIF-DATA-PREVISTA
                                   NOTIF-DATA-ENTREGA
                     MOVE ALUNO-NOME      TO NOTIF-ALUNO
                     MOVE ALUNO-MATERIA   TO NOTIF-MATERIA
                     MOVE WRK-SEQ-FALTAS  TO NOTIF-QT-FALTAS
                     MOVE WRK-PERC-PRESENCA TO NOTIF-PERC-PRESENCA
                     WRITE NOTIF-REG
                     MOVE 'S' TO WRK-ENFILEIROU
                     ADD 1 TO WRK-QT-AVISOS
               END-READ
            END-IF.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE ALUNOS
               CLOSE CLIENTES
               CLOSE ALUAVISO
               CLOSE NOTIFICA
               IF WRK-TEM-CHAMADA = 'S'
                  CLOSE CHAMADA
               END-IF
            END-IF.
            MOVE WRK-QT-AVISOS TO RES-ALU-AVISOS.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'AVISOS ENFILEIRADOS...: ' WRK-QT-AVISOS
               DISPLAY 'SEM RESPONSAVEL.......: ' WRK-QT-SEM-RESP
               DISPLAY 'EVENTOS EM NOTIFICA.SPL (RODAR NOTPROC)'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM ALUAVISO.
