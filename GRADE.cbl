       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro da grade horaria semanal (GRADE.DAT): para
      *           cada turma, dia da semana e periodo, a materia e o
      *           professor (FUN-MATRICULA do FUNCIONARIOS.DAT), no
      *           padrao INCLUIR/CONSULTAR/ALTERAR/EXCLUIR do
      *           TURMA.cbl. Recusa a aula que choca com outra da
      *           mesma turma ou do mesmo professor no mesmo horario,
      *           materia fora das materias da turma e professor fora
      *           do cadastro ou desligado. Imprime em GRADE.REL
      *           (padrao REPCTL.COB/REPCAB.CPY) a grade por turma e
      *           a grade por professor. A mesma grade e a base da
      *           apuracao das aulas dadas para a folha (AULAS.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE
             ASSIGN TO 'GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GRADE-STATUS
               RECORD KEY IS GRA-CHAVE
               ALTERNATE RECORD KEY IS GRA-CHAVE-PROF.
           SELECT TURMAS
             ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TURMAS-STATUS
               RECORD KEY IS TURMA-CODIGO.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT GRADE-REL
             ASSIGN TO 'GRADE.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'GRADE.CPY'.

       COPY 'TURMAS.CPY'.

       COPY 'FUNCION.CPY'.

       FD GRADE-REL.
       01 GRADE-REL-REG     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(20).
       77 WRK-TECLA PIC X(1).
       77 GRADE-STATUS PIC 9(02).
       77 TURMAS-STATUS PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 GRADE-REL-STATUS PIC 9(02).
       77 WRK-MSGERRO PIC X(30).
       77 WRK-PROF-NOME PIC X(30).
       77 WRK-INVALIDO PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
       77 WRK-FILTRO-TURMA PIC X(06).
       77 WRK-FILTRO-PROF PIC 9(06).
       77 WRK-QUEBRA-TURMA PIC X(06).
       77 WRK-QUEBRA-PROF PIC 9(06).
       77 WRK-QT-AULAS PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Aula digitada, guardada enquanto se procura choque do
      * professor pela chave alternada.
      *----------------------------------------------------------------
       01 WRK-GRA-NOVA PIC X(33).
       01 WRK-GRA-NOVA-R REDEFINES WRK-GRA-NOVA.
            05 WRK-GN-CHAVE PIC X(09).
            05 FILLER       PIC X(24).
      *----------------------------------------------------------------
      * Nome do dia da semana (1 = domingo).
      *----------------------------------------------------------------
       01 WRK-DIAS-NOMES PIC X(21) VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01 WRK-DIAS-NOMES-R REDEFINES WRK-DIAS-NOMES.
            05 WRK-DIA-NOME OCCURS 7 TIMES PIC X(03).
       COPY 'REPCTL.COB'.

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3 FROM '   GRADE HORARIA'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
           05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
           05 LINE 11 COLUMN 15 VALUE '5 - GRADE POR TURMA'.
           05 LINE 12 COLUMN 15 VALUE '6 - GRADE POR PROFESSOR'.
           05 LINE 13 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 14 COLUMN 15 VALUE 'OPCAO: ' .
           05 LINE 14 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE 'TURMA..... '.
               10 COLUMN PLUS 2 PIC X(06) USING GRA-TURMA.
               10 LINE 10 COLUMN 10 VALUE 'DIA (1-7). '.
               10 COLUMN PLUS 2 PIC 9(01) USING GRA-DIA.
               10 COLUMN PLUS 2 VALUE '(1 DOMINGO ... 7 SABADO)'.
               10 LINE 11 COLUMN 10 VALUE 'PERIODO... '.
               10 COLUMN PLUS 2 PIC 9(02) USING GRA-PERIODO.
            05 SS-DADOS.
               10 LINE 12 COLUMN 10 VALUE 'MATERIA... '.
               10 COLUMN PLUS 2 PIC X(15) USING GRA-MATERIA.
               10 LINE 13 COLUMN 10 VALUE 'PROFESSOR. '.
               10 COLUMN PLUS 2 PIC 9(06) USING GRA-PROFESSOR
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-PROF-NOME.

       01 TELA-FILTRO-TURMA.
           05 LINE 09 COLUMN 10 VALUE 'TURMA (BRANCO = TODAS) '.
           05 COLUMN PLUS 2 PIC X(06) USING WRK-FILTRO-TURMA.

       01 TELA-FILTRO-PROF.
           05 LINE 09 COLUMN 10 VALUE 'PROFESSOR (ZERO = TODOS) '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-FILTRO-PROF.

       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 20 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           OPEN I-O GRADE
             IF GRADE-STATUS = 35 THEN
                 OPEN OUTPUT GRADE
                 CLOSE GRADE
                 OPEN I-O GRADE
              END-IF.
           OPEN INPUT TURMAS.
           OPEN INPUT FUNCIONARIOS.
           PERFORM 1100-MONTATELA.

       1100-MONTATELA.
           DISPLAY  TELA.
           ACCEPT TELA-MENU.

       2000-PROCESSAR.
           EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 5000-INCLUIR
               WHEN 2
                 PERFORM 6000-CONSULTAR
               WHEN 3
                 PERFORM 7000-ALTERAR
               WHEN 4
                 PERFORM 8000-EXCLUIR
               WHEN 5
                 PERFORM 9000-GRADE-TURMA
               WHEN 6
                 PERFORM 9500-GRADE-PROFESSOR
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM UMA OPCAO VALIDA'
               END-IF
           END-EVALUATE.
           IF WRK-OPCAO NOT EQUAL 'X'
              PERFORM 1100-MONTATELA
           END-IF.

       3000-FINALIZAR.
           CLOSE GRADE.
           CLOSE TURMAS.
           CLOSE FUNCIONARIOS.

       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO GRA-TURMA GRA-MATERIA WRK-PROF-NOME.
           MOVE ZEROS TO GRA-DIA GRA-PERIODO GRA-PROFESSOR.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           PERFORM 5500-VALIDA-AULA.
           IF WRK-INVALIDO = 'N'
              WRITE GRA-REG
                 INVALID KEY
                    MOVE 'TURMA JA TEM AULA NO HORARIO'
                      TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'AULA INCLUIDA' TO WRK-MSGERRO
              END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
           MOVE SPACES TO WRK-PROF-NOME.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ GRADE
              INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE '-- ENCONTRADA --' TO WRK-MSGERRO
                 PERFORM 5700-NOME-PROFESSOR
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
           MOVE 'MODULO-ALTERAR ' TO WRK-MODULO.
           MOVE SPACES TO WRK-PROF-NOME.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ GRADE
              IF GRADE-STATUS = 0
                 PERFORM 5700-NOME-PROFESSOR
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 PERFORM 5500-VALIDA-AULA
                 IF WRK-INVALIDO = 'N'
                    REWRITE GRA-REG
                       IF GRADE-STATUS = 0
                          MOVE 'AULA ALTERADA' TO WRK-MSGERRO
                       ELSE
                          MOVE 'ERRO AO ALTERAR' TO WRK-MSGERRO
                       END-IF
                 END-IF
              ELSE
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
              END-IF.
           ACCEPT MOSTRA-ERRO.

       8000-EXCLUIR.
           MOVE 'MODULO-EXCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO WRK-PROF-NOME.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ GRADE
              INVALID KEY
                 MOVE 'NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE 'ENCONTRADA (S/N) ?' TO WRK-MSGERRO
                 PERFORM 5700-NOME-PROFESSOR
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S' AND GRADE-STATUS = 0
              DELETE GRADE
                 INVALID KEY
                    MOVE 'ERRO AO EXCLUIR' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'AULA EXCLUIDA' TO WRK-MSGERRO
              END-DELETE
              ACCEPT MOSTRA-ERRO
           END-IF.

      *----------------------------------------------------------------
      * Aula valida: dia 1-7, periodo informado, materia da turma,
      * professor ativo no cadastro e livre no horario (a turma livre
      * e garantida pela chave principal na gravacao).
      *----------------------------------------------------------------
       5500-VALIDA-AULA.
           MOVE 'N' TO WRK-INVALIDO.
           MOVE GRA-DIA     TO GRA-DIA-PROF.
           MOVE GRA-PERIODO TO GRA-PERIODO-PROF.
           MOVE GRA-TURMA TO TURMA-CODIGO.
           READ TURMAS
              INVALID KEY
                 MOVE 'TURMA NAO CADASTRADA' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-INVALIDO
           END-READ.
           EVALUATE TRUE
              WHEN WRK-INVALIDO = 'S'
                 CONTINUE
              WHEN GRA-DIA < 1 OR GRA-DIA > 7
                 MOVE 'DIA DA SEMANA INVALIDO (1-7)' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-INVALIDO
              WHEN GRA-PERIODO = ZEROS
                 MOVE 'PERIODO NAO INFORMADO' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-INVALIDO
              WHEN GRA-MATERIA = SPACES
                 OR (GRA-MATERIA NOT = TURMA-MATERIA-1
                     AND GRA-MATERIA NOT = TURMA-MATERIA-2
                     AND GRA-MATERIA NOT = TURMA-MATERIA-3)
                 MOVE 'MATERIA NAO E DA TURMA' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-INVALIDO
              WHEN OTHER
                 PERFORM 5600-VALIDA-PROFESSOR
           END-EVALUATE.

       5600-VALIDA-PROFESSOR.
           MOVE GRA-PROFESSOR TO FUN-MATRICULA.
           READ FUNCIONARIOS
              INVALID KEY
                 MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-MSGERRO
                 MOVE 'S' TO WRK-INVALIDO
              NOT INVALID KEY
                 IF FUN-DESLIGADO
                    MOVE 'PROFESSOR DESLIGADO' TO WRK-MSGERRO
                    MOVE 'S' TO WRK-INVALIDO
                 ELSE
                    MOVE FUN-NOME TO WRK-PROF-NOME
                 END-IF
           END-READ.
           IF WRK-INVALIDO = 'N'
              MOVE GRA-REG TO WRK-GRA-NOVA
              READ GRADE KEY IS GRA-CHAVE-PROF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF GRA-CHAVE NOT = WRK-GN-CHAVE
                       MOVE 'PROFESSOR JA TEM AULA NO HORARIO'
                         TO WRK-MSGERRO
                       MOVE 'S' TO WRK-INVALIDO
                    END-IF
              END-READ
              MOVE WRK-GRA-NOVA TO GRA-REG
           END-IF.

       5700-NOME-PROFESSOR.
           MOVE GRA-PROFESSOR TO FUN-MATRICULA.
           READ FUNCIONARIOS
              INVALID KEY
                 MOVE SPACES TO WRK-PROF-NOME
              NOT INVALID KEY
                 MOVE FUN-NOME TO WRK-PROF-NOME
           END-READ.

      *----------------------------------------------------------------
      * Grade por turma (ou de todas): na ordem da chave principal,
      * dia e periodo dentro da turma.
      *----------------------------------------------------------------
       9000-GRADE-TURMA.
           MOVE 'MODULO-GRADE TURMA ' TO WRK-MODULO.
           MOVE SPACES TO WRK-FILTRO-TURMA WRK-QUEBRA-TURMA.
           DISPLAY TELA.
           ACCEPT TELA-FILTRO-TURMA.
           PERFORM 9800-ABRE-RELATORIO.
           MOVE 'GRADE HORARIA POR TURMA' TO RPT-TITULO.
           PERFORM 9980-CABECALHO-RPT.
           MOVE WRK-FILTRO-TURMA TO GRA-TURMA.
           MOVE ZEROS TO GRA-DIA GRA-PERIODO.
           START GRADE KEY IS NOT LESS THAN GRA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQ
           END-START.
           PERFORM 9010-LINHA-TURMA UNTIL WRK-FIM-ARQ = 'S'.
           PERFORM 9900-FECHA-RELATORIO.

       9010-LINHA-TURMA.
           READ GRADE NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ARQ
              NOT AT END
                 IF WRK-FILTRO-TURMA NOT = SPACES
                    AND GRA-TURMA NOT = WRK-FILTRO-TURMA
                    MOVE 'S' TO WRK-FIM-ARQ
                 ELSE
                    IF GRA-TURMA NOT = WRK-QUEBRA-TURMA
                       MOVE GRA-TURMA TO WRK-QUEBRA-TURMA
                       MOVE SPACES TO RPT-LINHA-IMPRESSA
                       PERFORM 9990-GRAVA-LINHA-RPT
                       STRING 'TURMA ' DELIMITED BY SIZE
                              GRA-TURMA DELIMITED BY SIZE
                              INTO RPT-LINHA-IMPRESSA
                       END-STRING
                       PERFORM 9990-GRAVA-LINHA-RPT
                       MOVE '  DIA PER MATERIA         PROFESSOR'
                         TO RPT-LINHA-IMPRESSA
                       PERFORM 9990-GRAVA-LINHA-RPT
                    END-IF
                    PERFORM 5700-NOME-PROFESSOR
                    MOVE SPACES TO RPT-LINHA-IMPRESSA
                    STRING '  ' DELIMITED BY SIZE
                           WRK-DIA-NOME(GRA-DIA) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GRA-PERIODO DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           GRA-MATERIA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GRA-PROFESSOR DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-PROF-NOME DELIMITED BY SIZE
                           INTO RPT-LINHA-IMPRESSA
                    END-STRING
                    PERFORM 9990-GRAVA-LINHA-RPT
                    ADD 1 TO WRK-QT-AULAS
                 END-IF
           END-READ.

      *----------------------------------------------------------------
      * Grade por professor (ou de todos): na ordem da chave
      * alternada, dia e periodo dentro do professor.
      *----------------------------------------------------------------
       9500-GRADE-PROFESSOR.
           MOVE 'MODULO-GRADE PROF. ' TO WRK-MODULO.
           MOVE ZEROS TO WRK-FILTRO-PROF.
           MOVE 999999 TO WRK-QUEBRA-PROF.
           DISPLAY TELA.
           ACCEPT TELA-FILTRO-PROF.
           PERFORM 9800-ABRE-RELATORIO.
           MOVE 'GRADE HORARIA POR PROFESSOR' TO RPT-TITULO.
           PERFORM 9980-CABECALHO-RPT.
           MOVE WRK-FILTRO-PROF TO GRA-PROFESSOR.
           MOVE ZEROS TO GRA-DIA-PROF GRA-PERIODO-PROF.
           START GRADE KEY IS NOT LESS THAN GRA-CHAVE-PROF
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ARQ
           END-START.
           PERFORM 9510-LINHA-PROFESSOR UNTIL WRK-FIM-ARQ = 'S'.
           PERFORM 9900-FECHA-RELATORIO.

       9510-LINHA-PROFESSOR.
           READ GRADE NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ARQ
              NOT AT END
                 IF WRK-FILTRO-PROF NOT = ZEROS
                    AND GRA-PROFESSOR NOT = WRK-FILTRO-PROF
                    MOVE 'S' TO WRK-FIM-ARQ
                 ELSE
                    IF GRA-PROFESSOR NOT = WRK-QUEBRA-PROF
                       MOVE GRA-PROFESSOR TO WRK-QUEBRA-PROF
                       PERFORM 5700-NOME-PROFESSOR
                       MOVE SPACES TO RPT-LINHA-IMPRESSA
                       PERFORM 9990-GRAVA-LINHA-RPT
                       STRING 'PROFESSOR ' DELIMITED BY SIZE
                              GRA-PROFESSOR DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-PROF-NOME DELIMITED BY SIZE
                              INTO RPT-LINHA-IMPRESSA
                       END-STRING
                       PERFORM 9990-GRAVA-LINHA-RPT
                       MOVE '  DIA PER TURMA  MATERIA'
                         TO RPT-LINHA-IMPRESSA
                       PERFORM 9990-GRAVA-LINHA-RPT
                    END-IF
                    MOVE SPACES TO RPT-LINHA-IMPRESSA
                    STRING '  ' DELIMITED BY SIZE
                           WRK-DIA-NOME(GRA-DIA) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GRA-PERIODO DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           GRA-TURMA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GRA-MATERIA DELIMITED BY SIZE
                           INTO RPT-LINHA-IMPRESSA
                    END-STRING
                    PERFORM 9990-GRAVA-LINHA-RPT
                    ADD 1 TO WRK-QT-AULAS
                 END-IF
           END-READ.

       9800-ABRE-RELATORIO.
           OPEN OUTPUT GRADE-REL.
           MOVE ZEROS TO RPT-PAGINA RPT-LINHA WRK-QT-AULAS.
           MOVE 'N' TO WRK-FIM-ARQ.

       9900-FECHA-RELATORIO.
           MOVE SPACES TO RPT-LINHA-IMPRESSA.
           PERFORM 9990-GRAVA-LINHA-RPT.
           MOVE SPACES TO RPT-LINHA-IMPRESSA.
           STRING 'AULAS NA GRADE: ' DELIMITED BY SIZE
                  WRK-QT-AULAS       DELIMITED BY SIZE
                  INTO RPT-LINHA-IMPRESSA
           END-STRING.
           PERFORM 9990-GRAVA-LINHA-RPT.
           PERFORM 9995-RODAPE-RPT.
           CLOSE GRADE-REL.
           MOVE 'GRADE GRAVADA EM GRADE.REL' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==GRADE-REL-REG==.

      *END PROGRAM GRADE.
