       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIC.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Matricula de aluno em turma, no lugar da digitacao
      *           livre de ALUNO-TURMA no ALUNOS.cbl, que lotava as
      *           turmas. Modo M matricula o aluno (ja cadastrado no
      *           ALUNOS.DAT) na turma pedida: com vaga na capacidade
      *           da turma (TURMA-CAPACIDADE; zeros = sem limite) e
      *           ninguem antes dele na fila, todas as materias do
      *           aluno passam para a turma; turma lotada poe o aluno
      *           na lista de espera (TURESP.DAT) em ordem de chegada.
      *           Modo A atende a lista de uma turma enquanto houver
      *           vaga, do mais antigo para o mais novo; modo L lista
      *           capacidade, ocupacao e a fila da turma. Responsavel
      *           financeiro (ALUNO-RESP-FONE) com mensalidade vencida
      *           no RECEBER.DAT (MENSDEV.cbl) bloqueia a matricula,
      *           salvo liberacao de um gerente (login e senha do
      *           USUARIOS.DAT, nivel 02 ou 03, como a autorizacao de
      *           supervisor do PDV.cbl); no atendimento da fila o
      *           aluno bloqueado e pulado e continua na lista.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
             ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALUNOS-STATUS
               RECORD KEY IS ALUNO-CHAVE.
           SELECT TURMAS
             ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TURMAS-STATUS
               RECORD KEY IS TURMA-CODIGO.
           SELECT TURESP
             ASSIGN TO 'TURESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TURESP-STATUS
               RECORD KEY IS TES-CHAVE.
      * Login central, para a liberacao do gerente.
           SELECT USUARIOS
             ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIO-LOGIN.
       DATA DIVISION.
       FILE SECTION.
       COPY 'ALUNOS.CPY'.

       COPY 'TURMAS.CPY'.

       COPY 'TURESP.CPY'.

       FD USUARIOS.
       01 USUARIO-REG.
            05 USUARIO-LOGIN    PIC X(20).
            05 USUARIO-SENHA    PIC X(10).
            05 USUARIO-NIVEL    PIC 9(02).
            05 USUARIO-SITUACAO PIC X(01).
                88 USU-ATIVO     VALUE 'A'.
                88 USU-BLOQUEADO VALUE 'B'.
            05 USUARIO-FALHAS   PIC 9(02).
            05 USUARIO-DT-TROCA PIC 9(08).
            05 USUARIO-SENHA-ANT OCCURS 3 TIMES PIC X(10).
            05 USUARIO-PERMISSOES.
                10 USUARIO-PERM OCCURS 8 TIMES PIC X(01).

       WORKING-STORAGE SECTION.
       77 ALUNOS-STATUS       PIC 9(02).
       77 TURMAS-STATUS       PIC 9(02).
       77 TURESP-STATUS       PIC 9(02).
       77 USUARIOS-STATUS     PIC 9(02).
       77 WRK-MODO            PIC X(01) VALUE SPACE.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-FILA        PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA            PIC 9(08) VALUE ZEROS.
       77 WRK-TURMA           PIC X(06) VALUE SPACES.
       77 WRK-CAPACIDADE      PIC 9(03) VALUE ZEROS.
       77 WRK-OCUPADOS        PIC 9(05) VALUE ZEROS.
       77 WRK-NA-FILA         PIC 9(05) VALUE ZEROS.
       77 WRK-MATR-ANTERIOR   PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-VAGA        PIC X(01) VALUE 'N'.
       77 WRK-LIBERADO        PIC X(01) VALUE 'N'.
       77 WRK-QT-MATRICULADOS PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Aluno da transacao (o registro de ALUNOS.DAT e reaproveitado
      * nas varreduras).
      *----------------------------------------------------------------
       77 WRK-MATRICULA       PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU-ALUNO     PIC X(01) VALUE 'N'.
       77 WRK-ALU-NOME        PIC X(30) VALUE SPACES.
       77 WRK-ALU-TURMA       PIC X(06) VALUE SPACES.
       77 WRK-ALU-RESP-FONE   PIC 9(09) VALUE ZEROS.
      *----------------------------------------------------------------
      * Fila da turma: primeiro da lista e se o aluno ja esta nela.
      *----------------------------------------------------------------
       77 WRK-PRIMEIRO-FILA   PIC 9(06) VALUE ZEROS.
       77 WRK-JA-NA-FILA      PIC X(01) VALUE 'N'.
       01 WRK-CHAVE-FILA.
            05 WRK-CF-TURMA     PIC X(06).
            05 WRK-CF-DATA      PIC 9(08).
            05 WRK-CF-HORA      PIC 9(08).
            05 WRK-CF-MATRICULA PIC 9(06).
      *----------------------------------------------------------------
      * Liberacao do gerente.
      *----------------------------------------------------------------
       77 WRK-GERENTE         PIC X(20) VALUE SPACES.
       77 WRK-SENHA           PIC X(10) VALUE SPACES.
       77 WRK-TECLA           PIC X(01) VALUE SPACE.
       77 WRK-VALOR-ED        PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-SENHACOD-PARM.
            05 WRK-SHC-LOGIN   PIC X(20).
            05 WRK-SHC-SENHA   PIC X(10).
            05 WRK-SHC-RESUMO  PIC X(10).
       COPY 'MENSDEV.CPY'.
       COPY 'SESSAO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               EVALUATE WRK-MODO
                  WHEN 'M'
                     PERFORM 5000-MATRICULAR
                  WHEN 'A'
                     PERFORM 6000-ATENDE-FILA
                  WHEN OTHER
                     PERFORM 7000-LISTA-TURMA
               END-EVALUATE
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY '(M) MATRICULAR ALUNO EM TURMA,'.
            DISPLAY '(A) ATENDER A LISTA DE ESPERA DA TURMA OU'.
            DISPLAY '(L) LISTAR OCUPACAO E LISTA DE ESPERA ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'm' MOVE 'M' TO WRK-MODO
               WHEN 'a' MOVE 'A' TO WRK-MODO
               WHEN 'M' CONTINUE
               WHEN 'A' CONTINUE
               WHEN OTHER MOVE 'L' TO WRK-MODO
            END-EVALUATE.
            OPEN I-O ALUNOS.
            OPEN INPUT TURMAS.
            OPEN I-O TURESP
              IF TURESP-STATUS = 35 THEN
                  OPEN OUTPUT TURESP
                  CLOSE TURESP
                  OPEN I-O TURESP
               END-IF.
            IF ALUNOS-STATUS NOT = 0
               OR TURMAS-STATUS NOT = 0
               OR TURESP-STATUS NOT = 0
               DISPLAY 'ALUNOS.DAT/TURMAS.DAT/TURESP.DAT '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               DISPLAY 'TURMA: '
               ACCEPT WRK-TURMA
               MOVE WRK-TURMA TO TURMA-CODIGO
               READ TURMAS
                  INVALID KEY
                     DISPLAY 'TURMA NAO CADASTRADA: ' WRK-TURMA
                     MOVE 'S' TO WRK-ERRO-ABERTURA
                  NOT INVALID KEY
                     MOVE TURMA-CAPACIDADE TO WRK-CAPACIDADE
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Matricula: aluno cadastrado, fora da turma, familia em dia (ou
      * liberada pelo gerente); com vaga e sem ninguem antes na fila,
      * entra na turma; senao vai para o fim da lista de espera.
      *----------------------------------------------------------------
       5000-MATRICULAR.
            DISPLAY 'MATRICULA DO ALUNO: '.
            ACCEPT WRK-MATRICULA.
            PERFORM 4000-LE-ALUNO.
            EVALUATE TRUE
               WHEN WRK-ACHOU-ALUNO = 'N'
                  DISPLAY 'ALUNO NAO CADASTRADO (INCLUIR NO ALUNOS)'
               WHEN WRK-ALU-TURMA = WRK-TURMA
                  DISPLAY 'ALUNO JA MATRICULADO NA TURMA ' WRK-TURMA
               WHEN OTHER
                  PERFORM 4300-VERIFICA-MENSALIDADES
                  IF WRK-LIBERADO = 'S'
                     PERFORM 5100-VAGA-OU-FILA
                  ELSE
                     DISPLAY 'MATRICULA BLOQUEADA - MENSALIDADE '
                             'VENCIDA'
                  END-IF
            END-EVALUATE.

       5100-VAGA-OU-FILA.
            PERFORM 4100-CONTA-OCUPADOS.
            PERFORM 4200-VERIFICA-FILA.
            IF WRK-TEM-VAGA = 'S'
               AND (WRK-NA-FILA = ZEROS
                    OR WRK-PRIMEIRO-FILA = WRK-MATRICULA)
               PERFORM 5300-EFETIVA-MATRICULA
               IF WRK-JA-NA-FILA = 'S'
                  PERFORM 5400-TIRA-DA-FILA
               END-IF
            ELSE
               IF WRK-JA-NA-FILA = 'S'
                  DISPLAY 'ALUNO JA ESTA NA LISTA DE ESPERA DA TURMA'
               ELSE
                  PERFORM 5200-POE-NA-FILA
               END-IF
            END-IF.

       5200-POE-NA-FILA.
            ACCEPT WRK-HORA FROM TIME.
            MOVE WRK-TURMA         TO TES-TURMA.
            MOVE WRK-DATA-HOJE     TO TES-DATA.
            MOVE WRK-HORA          TO TES-HORA.
            MOVE WRK-MATRICULA     TO TES-MATRICULA.
            MOVE WRK-ALU-NOME      TO TES-NOME.
            MOVE SES-USUARIO       TO TES-USUARIO.
            WRITE TES-REG
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A LISTA DE ESPERA'
               NOT INVALID KEY
                  ADD 1 TO WRK-NA-FILA
                  DISPLAY 'TURMA SEM VAGA - ALUNO NA LISTA DE ESPERA '
                          'NA POSICAO ' WRK-NA-FILA
            END-WRITE.

      *----------------------------------------------------------------
      * Todas as materias do aluno passam para a turma.
      *----------------------------------------------------------------
       5300-EFETIVA-MATRICULA.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
            MOVE LOW-VALUES TO ALUNO-MATERIA.
            START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5310-MUDA-TURMA UNTIL WRK-FIM-ARQ = 'S'.
            ADD 1 TO WRK-QT-MATRICULADOS WRK-OCUPADOS.
            DISPLAY 'ALUNO ' WRK-MATRICULA ' ' WRK-ALU-NOME
                    ' MATRICULADO NA TURMA ' WRK-TURMA.

       5310-MUDA-TURMA.
            READ ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ALUNO-MATRICULA NOT = WRK-MATRICULA
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     MOVE WRK-TURMA TO ALUNO-TURMA
                     REWRITE ALUNO-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO MATRICULAR: '
                                   ALUNO-MATRICULA ' ' ALUNO-MATERIA
                     END-REWRITE
                  END-IF
            END-READ.

       5400-TIRA-DA-FILA.
            MOVE WRK-CHAVE-FILA TO TES-CHAVE.
            DELETE TURESP RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO TIRAR DA LISTA DE ESPERA'
               NOT INVALID KEY
                  SUBTRACT 1 FROM WRK-NA-FILA
            END-DELETE.

      *----------------------------------------------------------------
      * Atendimento da fila em ordem de chegada enquanto houver vaga;
      * aluno que saiu do cadastro ou ja esta na turma sai da lista,
      * familia com mensalidade vencida e pulada e fica.
      *----------------------------------------------------------------
       6000-ATENDE-FILA.
            PERFORM 4100-CONTA-OCUPADOS.
            MOVE 'N' TO WRK-FIM-FILA.
            MOVE WRK-TURMA TO TES-TURMA.
            MOVE ZEROS TO TES-DATA TES-HORA TES-MATRICULA.
            START TURESP KEY IS NOT LESS THAN TES-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-FILA
            END-START.
            PERFORM 6100-ATENDE-ALUNO
               UNTIL WRK-FIM-FILA = 'S' OR WRK-TEM-VAGA = 'N'.
            DISPLAY 'ALUNOS MATRICULADOS DA LISTA: '
                    WRK-QT-MATRICULADOS.
            IF WRK-TEM-VAGA = 'N'
               DISPLAY 'TURMA LOTADA (' WRK-OCUPADOS ' DE '
                       WRK-CAPACIDADE ')'
            END-IF.

       6100-ATENDE-ALUNO.
            READ TURESP NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-FILA
               NOT AT END
                  IF TES-TURMA NOT = WRK-TURMA
                     MOVE 'S' TO WRK-FIM-FILA
                  ELSE
                     MOVE TES-CHAVE TO WRK-CHAVE-FILA
                     MOVE TES-MATRICULA TO WRK-MATRICULA
                     PERFORM 6200-ATENDE-ENTRADA
                  END-IF
            END-READ.

       6200-ATENDE-ENTRADA.
            PERFORM 4000-LE-ALUNO.
            EVALUATE TRUE
               WHEN WRK-ACHOU-ALUNO = 'N'
                  DISPLAY 'ALUNO ' WRK-MATRICULA
                          ' FORA DO CADASTRO - SAI DA LISTA'
                  PERFORM 5400-TIRA-DA-FILA
               WHEN WRK-ALU-TURMA = WRK-TURMA
                  PERFORM 5400-TIRA-DA-FILA
               WHEN OTHER
                  PERFORM 4350-CONSULTA-MENSALIDADES
                  IF MDV-QT-VENCIDOS > ZEROS
                     DISPLAY 'ALUNO ' WRK-MATRICULA ' ' WRK-ALU-NOME
                             ' PULADO - MENSALIDADE VENCIDA'
                  ELSE
                     PERFORM 5300-EFETIVA-MATRICULA
                     PERFORM 5400-TIRA-DA-FILA
                     IF WRK-CAPACIDADE NOT = ZEROS
                        AND WRK-OCUPADOS NOT < WRK-CAPACIDADE
                        MOVE 'N' TO WRK-TEM-VAGA
                     END-IF
                  END-IF
            END-EVALUATE.

       7000-LISTA-TURMA.
            PERFORM 4100-CONTA-OCUPADOS.
            IF WRK-CAPACIDADE = ZEROS
               DISPLAY 'TURMA ' WRK-TURMA ' SEM LIMITE - '
                       WRK-OCUPADOS ' ALUNO(S)'
            ELSE
               DISPLAY 'TURMA ' WRK-TURMA ' CAPACIDADE '
                       WRK-CAPACIDADE ' OCUPADA ' WRK-OCUPADOS
            END-IF.
            MOVE ZEROS TO WRK-NA-FILA.
            MOVE 'N' TO WRK-FIM-FILA.
            MOVE WRK-TURMA TO TES-TURMA.
            MOVE ZEROS TO TES-DATA TES-HORA TES-MATRICULA.
            START TURESP KEY IS NOT LESS THAN TES-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-FILA
            END-START.
            PERFORM 7100-LISTA-FILA UNTIL WRK-FIM-FILA = 'S'.
            IF WRK-NA-FILA = ZEROS
               DISPLAY 'LISTA DE ESPERA VAZIA'
            END-IF.

       7100-LISTA-FILA.
            READ TURESP NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-FILA
               NOT AT END
                  IF TES-TURMA NOT = WRK-TURMA
                     MOVE 'S' TO WRK-FIM-FILA
                  ELSE
                     ADD 1 TO WRK-NA-FILA
                     DISPLAY WRK-NA-FILA ' ' TES-MATRICULA ' '
                             TES-NOME ' DESDE ' TES-DATA
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Primeiro registro do aluno (qualquer materia) traz nome,
      * turma atual e responsavel financeiro.
      *----------------------------------------------------------------
       4000-LE-ALUNO.
            MOVE 'N' TO WRK-ACHOU-ALUNO.
            MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
            MOVE LOW-VALUES TO ALUNO-MATERIA.
            START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  READ ALUNOS NEXT RECORD
                     AT END
                        CONTINUE
                     NOT AT END
                        IF ALUNO-MATRICULA = WRK-MATRICULA
                           MOVE 'S' TO WRK-ACHOU-ALUNO
                           MOVE ALUNO-NOME      TO WRK-ALU-NOME
                           MOVE ALUNO-TURMA     TO WRK-ALU-TURMA
                           MOVE ALUNO-RESP-FONE TO WRK-ALU-RESP-FONE
                        END-IF
                  END-READ
            END-START.

      *----------------------------------------------------------------
      * Alunos da turma (uma vez por matricula - o arquivo traz uma
      * linha por materia, agrupada por matricula) e se ainda ha vaga.
      *----------------------------------------------------------------
       4100-CONTA-OCUPADOS.
            MOVE ZEROS TO WRK-OCUPADOS WRK-MATR-ANTERIOR.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO ALUNO-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 4110-CONTA-ALUNO UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-CAPACIDADE = ZEROS
               OR WRK-OCUPADOS < WRK-CAPACIDADE
               MOVE 'S' TO WRK-TEM-VAGA
            ELSE
               MOVE 'N' TO WRK-TEM-VAGA
            END-IF.

       4110-CONTA-ALUNO.
            READ ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ALUNO-TURMA = WRK-TURMA
                     AND ALUNO-MATRICULA NOT = WRK-MATR-ANTERIOR
                     ADD 1 TO WRK-OCUPADOS
                     MOVE ALUNO-MATRICULA TO WRK-MATR-ANTERIOR
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Tamanho da fila da turma, primeiro da fila e a entrada do
      * aluno da transacao, se ja estiver nela.
      *----------------------------------------------------------------
       4200-VERIFICA-FILA.
            MOVE ZEROS TO WRK-NA-FILA WRK-PRIMEIRO-FILA.
            MOVE 'N' TO WRK-JA-NA-FILA.
            MOVE 'N' TO WRK-FIM-FILA.
            MOVE WRK-TURMA TO TES-TURMA.
            MOVE ZEROS TO TES-DATA TES-HORA TES-MATRICULA.
            START TURESP KEY IS NOT LESS THAN TES-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-FILA
            END-START.
            PERFORM 4210-LE-FILA UNTIL WRK-FIM-FILA = 'S'.

       4210-LE-FILA.
            READ TURESP NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-FILA
               NOT AT END
                  IF TES-TURMA NOT = WRK-TURMA
                     MOVE 'S' TO WRK-FIM-FILA
                  ELSE
                     ADD 1 TO WRK-NA-FILA
                     IF WRK-NA-FILA = 1
                        MOVE TES-MATRICULA TO WRK-PRIMEIRO-FILA
                     END-IF
                     IF TES-MATRICULA = WRK-MATRICULA
                        MOVE 'S' TO WRK-JA-NA-FILA
                        MOVE TES-CHAVE TO WRK-CHAVE-FILA
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Mensalidades vencidas do responsavel: bloqueiam a matricula,
      * salvo liberacao do gerente.
      *----------------------------------------------------------------
       4300-VERIFICA-MENSALIDADES.
            MOVE 'S' TO WRK-LIBERADO.
            PERFORM 4350-CONSULTA-MENSALIDADES.
            IF MDV-QT-VENCIDOS > ZEROS
               MOVE 'N' TO WRK-LIBERADO
               MOVE MDV-VALOR-VENCIDO TO WRK-VALOR-ED
               DISPLAY 'RESPONSAVEL ' WRK-ALU-RESP-FONE ' COM '
                       MDV-QT-VENCIDOS ' MENSALIDADE(S) VENCIDA(S) - '
                       WRK-VALOR-ED
               DISPLAY 'LIBERAR COM AUTORIZACAO DO GERENTE (S/N) ? '
               ACCEPT WRK-TECLA
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                  PERFORM 4400-AUTORIZA-GERENTE
               END-IF
            END-IF.

       4350-CONSULTA-MENSALIDADES.
            MOVE WRK-ALU-RESP-FONE TO MDV-FONE.
            MOVE WRK-DATA-HOJE     TO MDV-DATA-BASE.
            CALL 'MENSDEV' USING MENSDEV-PARM
               ON EXCEPTION
                  MOVE ZEROS TO MDV-QT-VENCIDOS MDV-VALOR-VENCIDO
                  MOVE 'E' TO MDV-RESULTADO
            END-CALL.
            IF MDV-RESULTADO = 'E'
               DISPLAY 'AVISO: RECEBER.DAT INDISPONIVEL - '
                       'MENSALIDADES NAO VERIFICADAS'
            END-IF.

      *----------------------------------------------------------------
      * Liberacao: usuario ativo do login central, nivel gerencial (02
      * ou 03), senha conferida e diferente do usuario da sessao.
      *----------------------------------------------------------------
       4400-AUTORIZA-GERENTE.
            DISPLAY 'GERENTE: '.
            ACCEPT WRK-GERENTE.
            DISPLAY 'SENHA: '.
            ACCEPT WRK-SENHA.
            IF WRK-GERENTE = SPACES
               OR WRK-GERENTE = SES-USUARIO
               DISPLAY 'GERENTE DEVE SER DIFERENTE DO USUARIO'
            ELSE
               OPEN INPUT USUARIOS
               IF USUARIOS-STATUS NOT = 0
                  DISPLAY 'USUARIOS.DAT INDISPONIVEL'
               ELSE
                  PERFORM 4410-CONFERE-GERENTE
                  CLOSE USUARIOS
               END-IF
            END-IF.

       4410-CONFERE-GERENTE.
            MOVE WRK-GERENTE TO USUARIO-LOGIN.
            MOVE WRK-GERENTE TO WRK-SHC-LOGIN.
            MOVE WRK-SENHA   TO WRK-SHC-SENHA.
            MOVE HIGH-VALUES TO WRK-SHC-RESUMO.
            CALL 'SENHACOD' USING WRK-SENHACOD-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            READ USUARIOS
               INVALID KEY
                  DISPLAY 'GERENTE NAO CADASTRADO'
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN NOT USU-ATIVO
                        DISPLAY 'GERENTE BLOQUEADO'
                     WHEN USUARIO-SENHA NOT = WRK-SHC-RESUMO
                        DISPLAY 'SENHA INVALIDA'
                     WHEN USUARIO-NIVEL < 02
                        DISPLAY 'USUARIO SEM NIVEL DE GERENTE'
                     WHEN OTHER
                        MOVE 'S' TO WRK-LIBERADO
                        DISPLAY 'MATRICULA LIBERADA POR ' WRK-GERENTE
                  END-EVALUATE
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE ALUNOS
               CLOSE TURMAS
               CLOSE TURESP
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM MATRIC.
