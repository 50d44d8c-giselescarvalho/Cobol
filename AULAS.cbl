       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAS.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Apuracao mensal das aulas dos professores horistas,
      *           que era feita a mao contando a grade de papel. Para
      *           cada aula da grade semanal (GRADE.DAT, GRADE.cbl) e
      *           cada dia do mes com aquele dia da semana, a aula e
      *           prevista; e dada quando a chamada (CHAMADA.DAT) tem
      *           registro da turma e materia naquela data - dia
      *           cancelado nao tem chamada e nao conta. A turma da
      *           chamada vem do ALUNOS.DAT. As aulas dadas x o valor
      *           da aula (parametro AULA-VALOR, obrigatorio) entram
      *           como extras do professor no FOLHAEXC.TXT gerado
      *           pelo PONTO.cbl no mesmo dia (rodar depois do PONTO
      *           e antes da FOLHA), com o header, o trailer e o hash
      *           refeitos; o apurado fica em HORAULA.DAT
      *           (HORAULA.CPY), que tambem impede que a reexecucao
      *           some o mes duas vezes. Horas-aula pelo parametro
      *           AULA-MINUTOS (padrao 50). Demonstrativo por
      *           professor em AULAS.REL (padrao REPCTL.COB/
      *           REPCAB.CPY).
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
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT HORAULA
             ASSIGN TO 'HORAULA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS HORAULA-STATUS
               RECORD KEY IS HA-CHAVE.
           SELECT FOLHA-EXCECOES
             ASSIGN TO 'FOLHAEXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCECOES-STATUS.
           SELECT AULAS-REL
             ASSIGN TO 'AULAS.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AULAS-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'GRADE.CPY'.

       COPY 'CHAMADA.CPY'.

       COPY 'ALUNOS.CPY'.

       COPY 'FUNCION.CPY'.

       COPY 'HORAULA.CPY'.

      * Mesmo layout (header/detalhe/trailer) que a FOLHA exige.
       FD FOLHA-EXCECOES.
       01 FOLHA-EXC-REG.
            05 EXC-MATRICULA   PIC 9(06).
            05 EXC-EXTRAS      PIC 9(06)V99.
            05 EXC-FALTAS      PIC 9(06)V99.
            05 EXC-BENEFICIOS  PIC 9(06)V99.
       01 FOLHA-CTL-REG.
            05 CTL-TIPO-REG   PIC X(01).
            05 CTL-DATA-MOV   PIC 9(08).
            05 CTL-ORIGEM     PIC X(10).
       01 FOLHA-TRL-REG.
            05 TRL-TIPO-REG   PIC X(01).
            05 TRL-QT         PIC 9(07).
            05 TRL-HASH       PIC 9(11)V99.

       FD AULAS-REL.
       01 AULAS-REL-REG     PIC X(132).

       WORKING-STORAGE SECTION.
       77 GRADE-STATUS        PIC 9(02).
       77 CHAMADA-STATUS      PIC 9(02).
       77 ALUNOS-STATUS       PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 HORAULA-STATUS      PIC 9(02).
       77 EXCECOES-STATUS     PIC 9(02).
       77 AULAS-REL-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-EXC         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRAILER     PIC X(01) VALUE 'N'.
       77 WRK-TEM-EXCECOES    PIC X(01) VALUE 'N'.
       77 WRK-JA-SOMADO       PIC X(01) VALUE 'N'.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-ARQS-ABERTOS    PIC X(01) VALUE 'N'.
       77 WRK-ANOMES          PIC 9(06) VALUE ZEROS.
       77 WRK-ANO             PIC 9(04) VALUE ZEROS.
       77 WRK-MES             PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA    PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DIA      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-CORRENTE    PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM          PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------
      * Valor da aula (R$) e duracao da hora-aula em minutos.
      *----------------------------------------------------------------
       77 WRK-AULA-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AULA-MINUTOS    PIC 9(03) VALUE 50.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME    PIC X(12).
            05 WRK-PARM-VALOR   PIC 9(09)V99.
            05 WRK-PARM-ACHADO  PIC X(01).
      *----------------------------------------------------------------
      * Dia da semana de cada dia do mes (1 = domingo ... 7 = sabado,
      * mesma conta do FECHADIA).
      *----------------------------------------------------------------
       01 WRK-SEMANA-TAB.
            05 WRK-DIA-SEMANA OCCURS 31 TIMES PIC 9(01).
       77 WRK-IX-DIA          PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * Aulas que tiveram chamada no mes: turma, materia e data,
      * sem repeticao (cada aluno da turma gera uma chamada).
      *----------------------------------------------------------------
       01 WRK-DADAS-TAB.
            05 WRK-DADA-ITEM OCCURS 3000 TIMES INDEXED BY WRK-IX-A.
                10 WRK-DADA-TURMA   PIC X(06).
                10 WRK-DADA-MATERIA PIC X(15).
                10 WRK-DADA-DATA    PIC 9(08).
       77 WRK-QT-DADAS-TAB    PIC 9(04) VALUE ZEROS.
       77 WRK-IX-VARRE        PIC 9(04) VALUE ZEROS.
       77 WRK-CHA-TURMA       PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------
      * Apurado por professor.
      *----------------------------------------------------------------
       01 WRK-PROF-TAB.
            05 WRK-PROF-ITEM OCCURS 200 TIMES INDEXED BY WRK-IX-P.
                10 WRK-PROF-MATRICULA PIC 9(06).
                10 WRK-PROF-PREVISTAS PIC 9(04).
                10 WRK-PROF-DADAS     PIC 9(04).
       77 WRK-QT-PROF         PIC 9(03) VALUE ZEROS.
       77 WRK-IX-PROF         PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Excecoes do FOLHAEXC.TXT do dia, regravadas com as aulas
      * (mesmo limite de 200 da FOLHA).
      *----------------------------------------------------------------
       01 WRK-EXC-TAB.
            05 WRK-EXC-ITEM OCCURS 200 TIMES INDEXED BY WRK-IX-E.
                10 WRK-EXC-MATRICULA  PIC 9(06).
                10 WRK-EXC-EXTRAS     PIC 9(06)V99.
                10 WRK-EXC-FALTAS     PIC 9(06)V99.
                10 WRK-EXC-BENEFICIOS PIC 9(06)V99.
       77 WRK-QT-EXCECOES     PIC 9(03) VALUE ZEROS.
       77 WRK-IX-EXC          PIC 9(03) VALUE ZEROS.
       77 WRK-HASH-VALORES    PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Professor corrente e totais do demonstrativo.
      *----------------------------------------------------------------
       77 WRK-PROF-NOME       PIC X(30) VALUE SPACES.
       77 WRK-HORAS           PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-OBS             PIC X(20) VALUE SPACES.
       77 WRK-TOT-PREVISTAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DADAS       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-FORA         PIC 9(03) VALUE ZEROS.
       77 WRK-PREV-ED         PIC ZZZ9.
       77 WRK-DADAS-ED        PIC ZZZ9.
       77 WRK-HORAS-ED        PIC Z.ZZ9,99.
       77 WRK-VALOR-ED        PIC ZZZ.ZZ9,99.
       77 WRK-TOT-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 1500-CARREGA-EXCECOES
            END-IF.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-CARREGA-CHAMADA
               PERFORM 3000-APURA-GRADE
               PERFORM 4000-DESCONTA-ANTERIOR
               PERFORM 5000-LANCA-PROFESSORES
               PERFORM 6000-GRAVA-EXCECOES
               PERFORM 7000-ENCERRA
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY 'MES DAS AULAS (AAAAMM): '.
            ACCEPT WRK-ANOMES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DIVIDE WRK-ANOMES BY 100 GIVING WRK-ANO
                   REMAINDER WRK-MES.
            IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 2000
               DISPLAY 'MES INVALIDO: ' WRK-ANOMES
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               PERFORM 1100-LE-PARAMETROS
            END-IF.
            IF WRK-ERRO-ABERTURA = 'N'
               MOVE 'S' TO WRK-ARQS-ABERTOS
               OPEN INPUT GRADE
               OPEN INPUT CHAMADA
               OPEN INPUT ALUNOS
               OPEN INPUT FUNCIONARIOS
               IF GRADE-STATUS NOT = 0 OR CHAMADA-STATUS NOT = 0
                  OR ALUNOS-STATUS NOT = 0
                  OR FUNCIONARIOS-STATUS NOT = 0
                  DISPLAY 'GRADE.DAT/CHAMADA.DAT/ALUNOS.DAT/'
                          'FUNCIONARIOS.DAT INDISPONIVEIS'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
               ELSE
                  OPEN I-O HORAULA
                  IF HORAULA-STATUS = 35
                     OPEN OUTPUT HORAULA
                     CLOSE HORAULA
                     OPEN I-O HORAULA
                  END-IF
                  IF HORAULA-STATUS NOT = 0
                     DISPLAY 'HORAULA.DAT INDISPONIVEL'
                     MOVE 'S' TO WRK-ERRO-ABERTURA
                  END-IF
               END-IF
            END-IF.
            IF WRK-ERRO-ABERTURA = 'N'
      *        primeiro e ultimo dia do mes e o dia da semana de cada
               COMPUTE WRK-PRIMEIRO-DIA = WRK-ANOMES * 100 + 01
               IF WRK-MES = 12
                  COMPUTE WRK-ULTIMO-DIA =
                          (WRK-ANO + 1) * 10000 + 0101
               ELSE
                  COMPUTE WRK-ULTIMO-DIA =
                          WRK-ANO * 10000 + (WRK-MES + 1) * 100 + 01
               END-IF
               COMPUTE WRK-ULTIMO-DIA =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-DIA) - 1)
               COMPUTE WRK-QT-DIAS-MES =
                       WRK-ULTIMO-DIA - WRK-PRIMEIRO-DIA + 1
               PERFORM 1200-DIA-DA-SEMANA
                  VARYING WRK-IX-DIA FROM 1 BY 1
                  UNTIL WRK-IX-DIA > WRK-QT-DIAS-MES
               MOVE ZEROS TO WRK-DADAS-TAB WRK-PROF-TAB WRK-EXC-TAB
            END-IF.

      *----------------------------------------------------------------
      * Sem o valor da aula nao ha o que pagar: para com erro em vez
      * de lancar as aulas zeradas na folha.
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
            MOVE 'AULA-VALOR' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               MOVE WRK-PARM-VALOR TO WRK-AULA-VALOR
            ELSE
               DISPLAY 'PARAMETRO AULA-VALOR NAO CADASTRADO'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.
            MOVE 'AULA-MINUTOS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               MOVE WRK-PARM-VALOR TO WRK-AULA-MINUTOS
            END-IF.

       1200-DIA-DA-SEMANA.
            COMPUTE WRK-DIA-CORRENTE = WRK-PRIMEIRO-DIA + WRK-IX-DIA
                    - 1.
            COMPUTE WRK-DIA-SEMANA(WRK-IX-DIA) =
                    FUNCTION MOD(
                    FUNCTION INTEGER-OF-DATE(WRK-DIA-CORRENTE), 7)
                    + 1.

      *----------------------------------------------------------------
      * FOLHAEXC.TXT do dia (do PONTO): as aulas somam nas excecoes
      * ja apuradas. De outro dia a FOLHA recusaria - para com erro
      * para o PONTO ser rodado antes. Sem arquivo, sai so com as
      * aulas.
      *----------------------------------------------------------------
       1500-CARREGA-EXCECOES.
            OPEN INPUT FOLHA-EXCECOES.
            IF EXCECOES-STATUS = 0
               MOVE 'S' TO WRK-TEM-EXCECOES
               READ FOLHA-EXCECOES
                  AT END
                     DISPLAY 'FOLHAEXC.TXT VAZIO - SEM HEADER'
                     MOVE 'S' TO WRK-ERRO-ABERTURA
                  NOT AT END
                     IF CTL-TIPO-REG NOT = 'H'
                        DISPLAY 'FOLHAEXC.TXT SEM HEADER DE CONTROLE'
                        MOVE 'S' TO WRK-ERRO-ABERTURA
                     ELSE
                        IF CTL-DATA-MOV NOT = WRK-DATA-HOJE
                           DISPLAY 'FOLHAEXC.TXT DE OUTRO DIA: '
                                   CTL-DATA-MOV ' - RODAR O PONTO'
                           MOVE 'S' TO WRK-ERRO-ABERTURA
                        END-IF
                     END-IF
                     MOVE CTL-ORIGEM TO WRK-ORIGEM
                     IF CTL-ORIGEM = 'PONTO+AULA' OR 'AULAS'
                        MOVE 'S' TO WRK-JA-SOMADO
                     END-IF
               END-READ
               IF WRK-ERRO-ABERTURA = 'N'
                  PERFORM 1550-LE-EXCECAO
                  PERFORM 1600-CARREGA-EXCECAO
                     UNTIL WRK-FIM-EXC = 'S'
                  IF WRK-TEM-TRAILER = 'N'
                     DISPLAY 'FOLHAEXC.TXT SEM TRAILER - '
                             'ARQUIVO TRUNCADO'
                     MOVE 'S' TO WRK-ERRO-ABERTURA
                  END-IF
               END-IF
               CLOSE FOLHA-EXCECOES
            END-IF.
      *    origem do header regravado: so aulas ou ponto + aulas
            IF WRK-TEM-EXCECOES = 'N' OR WRK-ORIGEM = 'AULAS'
               MOVE 'AULAS' TO WRK-ORIGEM
            ELSE
               MOVE 'PONTO+AULA' TO WRK-ORIGEM
            END-IF.

       1550-LE-EXCECAO.
            READ FOLHA-EXCECOES
               AT END
                  MOVE 'S' TO WRK-FIM-EXC
            END-READ.

       1600-CARREGA-EXCECAO.
            IF CTL-TIPO-REG = 'T'
               MOVE 'S' TO WRK-TEM-TRAILER
               MOVE 'S' TO WRK-FIM-EXC
            ELSE
               IF WRK-QT-EXCECOES = 200
                  DISPLAY 'FOLHAEXC.TXT COM MAIS DE 200 EXCECOES'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
                  MOVE 'S' TO WRK-FIM-EXC
               ELSE
                  ADD 1 TO WRK-QT-EXCECOES
                  SET WRK-IX-E TO WRK-QT-EXCECOES
                  MOVE EXC-MATRICULA  TO WRK-EXC-MATRICULA(WRK-IX-E)
                  MOVE EXC-EXTRAS     TO WRK-EXC-EXTRAS(WRK-IX-E)
                  MOVE EXC-FALTAS     TO WRK-EXC-FALTAS(WRK-IX-E)
                  MOVE EXC-BENEFICIOS
                    TO WRK-EXC-BENEFICIOS(WRK-IX-E)
                  PERFORM 1550-LE-EXCECAO
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Aulas com chamada no mes, pela turma do aluno na materia.
      *----------------------------------------------------------------
       2000-CARREGA-CHAMADA.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO CHA-CHAVE.
            START CHAMADA KEY IS NOT LESS THAN CHA-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LE-CHAMADA UNTIL WRK-FIM-ARQ = 'S'.

       2100-LE-CHAMADA.
            READ CHAMADA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CHA-DATA NOT < WRK-PRIMEIRO-DIA
                     AND CHA-DATA NOT > WRK-ULTIMO-DIA
                     PERFORM 2200-TURMA-DA-CHAMADA
                     IF WRK-CHA-TURMA NOT = SPACES
                        PERFORM 2300-GUARDA-AULA-DADA
                     END-IF
                  END-IF
            END-READ.

       2200-TURMA-DA-CHAMADA.
            MOVE CHA-MATRICULA TO ALUNO-MATRICULA.
            MOVE CHA-MATERIA   TO ALUNO-MATERIA.
            READ ALUNOS
               INVALID KEY
                  MOVE SPACES TO WRK-CHA-TURMA
               NOT INVALID KEY
                  MOVE ALUNO-TURMA TO WRK-CHA-TURMA
            END-READ.

       2300-GUARDA-AULA-DADA.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 2310-PROCURA-AULA-DADA
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-DADAS-TAB
                  OR WRK-ACHOU = 'S'.
            IF WRK-ACHOU = 'N'
               IF WRK-QT-DADAS-TAB < 3000
                  ADD 1 TO WRK-QT-DADAS-TAB
                  SET WRK-IX-A TO WRK-QT-DADAS-TAB
                  MOVE WRK-CHA-TURMA TO WRK-DADA-TURMA(WRK-IX-A)
                  MOVE CHA-MATERIA   TO WRK-DADA-MATERIA(WRK-IX-A)
                  MOVE CHA-DATA      TO WRK-DADA-DATA(WRK-IX-A)
               ELSE
                  DISPLAY 'AVISO: MAIS DE 3000 AULAS NO MES - '
                          'EXCEDENTE IGNORADO'
               END-IF
            END-IF.

       2310-PROCURA-AULA-DADA.
            IF WRK-DADA-TURMA(WRK-IX-VARRE) = WRK-CHA-TURMA
               AND WRK-DADA-MATERIA(WRK-IX-VARRE) = CHA-MATERIA
               AND WRK-DADA-DATA(WRK-IX-VARRE) = CHA-DATA
               MOVE 'S' TO WRK-ACHOU
            END-IF.

      *----------------------------------------------------------------
      * Cada aula da grade e prevista em todo dia do mes com o mesmo
      * dia da semana, e dada se houve chamada da turma/materia.
      *----------------------------------------------------------------
       3000-APURA-GRADE.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO GRA-CHAVE.
            START GRADE KEY IS NOT LESS THAN GRA-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 3100-LE-GRADE UNTIL WRK-FIM-ARQ = 'S'.

       3100-LE-GRADE.
            READ GRADE NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 3200-PROFESSOR-DA-AULA
                  IF WRK-IX-PROF > 0
                     PERFORM 3300-CONTA-DIA
                        VARYING WRK-IX-DIA FROM 1 BY 1
                        UNTIL WRK-IX-DIA > WRK-QT-DIAS-MES
                  END-IF
            END-READ.

       3200-PROFESSOR-DA-AULA.
            MOVE 'N' TO WRK-ACHOU.
            MOVE ZEROS TO WRK-IX-PROF.
            PERFORM 3210-PROCURA-PROFESSOR
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-PROF
                  OR WRK-ACHOU = 'S'.
            IF WRK-ACHOU = 'N'
               IF WRK-QT-PROF < 200
                  ADD 1 TO WRK-QT-PROF
                  MOVE WRK-QT-PROF TO WRK-IX-PROF
                  MOVE GRA-PROFESSOR
                    TO WRK-PROF-MATRICULA(WRK-IX-PROF)
               ELSE
                  DISPLAY 'AVISO: MAIS DE 200 PROFESSORES - '
                          GRA-PROFESSOR ' IGNORADO'
               END-IF
            END-IF.

       3210-PROCURA-PROFESSOR.
            IF WRK-PROF-MATRICULA(WRK-IX-VARRE) = GRA-PROFESSOR
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-IX-VARRE TO WRK-IX-PROF
            END-IF.

       3300-CONTA-DIA.
            IF WRK-DIA-SEMANA(WRK-IX-DIA) = GRA-DIA
               ADD 1 TO WRK-PROF-PREVISTAS(WRK-IX-PROF)
               COMPUTE WRK-DIA-CORRENTE = WRK-PRIMEIRO-DIA
                       + WRK-IX-DIA - 1
               MOVE 'N' TO WRK-ACHOU
               PERFORM 3310-PROCURA-CHAMADA
                  VARYING WRK-IX-VARRE FROM 1 BY 1
                  UNTIL WRK-IX-VARRE > WRK-QT-DADAS-TAB
                     OR WRK-ACHOU = 'S'
               IF WRK-ACHOU = 'S'
                  ADD 1 TO WRK-PROF-DADAS(WRK-IX-PROF)
               END-IF
            END-IF.

       3310-PROCURA-CHAMADA.
            IF WRK-DADA-TURMA(WRK-IX-VARRE) = GRA-TURMA
               AND WRK-DADA-MATERIA(WRK-IX-VARRE) = GRA-MATERIA
               AND WRK-DADA-DATA(WRK-IX-VARRE) = WRK-DIA-CORRENTE
               MOVE 'S' TO WRK-ACHOU
            END-IF.

      *----------------------------------------------------------------
      * Reexecucao no mesmo dia sobre um FOLHAEXC.TXT que ja recebeu
      * as aulas: o valor lancado antes sai dos extras e o registro
      * do HORAULA.DAT fica zerado ate a nova apuracao.
      *----------------------------------------------------------------
       4000-DESCONTA-ANTERIOR.
            IF WRK-JA-SOMADO = 'S'
               PERFORM 4100-DESCONTA-EXCECAO
                  VARYING WRK-IX-EXC FROM 1 BY 1
                  UNTIL WRK-IX-EXC > WRK-QT-EXCECOES
            END-IF.

       4100-DESCONTA-EXCECAO.
            MOVE WRK-ANOMES TO HA-ANOMES.
            MOVE WRK-EXC-MATRICULA(WRK-IX-EXC) TO HA-MATRICULA.
            READ HORAULA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF HA-DATA = WRK-DATA-HOJE AND HA-VALOR > 0
                     IF WRK-EXC-EXTRAS(WRK-IX-EXC) > HA-VALOR
                        SUBTRACT HA-VALOR
                           FROM WRK-EXC-EXTRAS(WRK-IX-EXC)
                     ELSE
                        MOVE ZEROS TO WRK-EXC-EXTRAS(WRK-IX-EXC)
                     END-IF
                     MOVE ZEROS TO HA-VALOR
                     REWRITE HA-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Professor ativo no cadastro: aulas dadas x valor da aula nos
      * extras; desligado ou fora do cadastro so sai no relatorio.
      *----------------------------------------------------------------
       5000-LANCA-PROFESSORES.
            MOVE 'APURACAO DE AULAS DOS PROFESSORES' TO RPT-TITULO.
            OPEN OUTPUT AULAS-REL.
            PERFORM 9980-CABECALHO-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MES ' DELIMITED BY SIZE
                   WRK-ANOMES DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MATRIC NOME                           PREV  DADAS'
                   DELIMITED BY SIZE
                   '    HORAS       VALOR  OBS' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 5100-LANCA-PROFESSOR
               VARYING WRK-IX-PROF FROM 1 BY 1
               UNTIL WRK-IX-PROF > WRK-QT-PROF.

       5100-LANCA-PROFESSOR.
            MOVE ZEROS TO WRK-VALOR WRK-HORAS.
            MOVE SPACES TO WRK-OBS.
            COMPUTE WRK-HORAS ROUNDED =
                    WRK-PROF-DADAS(WRK-IX-PROF) * WRK-AULA-MINUTOS
                    / 60.
            MOVE WRK-PROF-MATRICULA(WRK-IX-PROF) TO FUN-MATRICULA.
            READ FUNCIONARIOS
               INVALID KEY
                  MOVE SPACES TO WRK-PROF-NOME
                  MOVE 'FORA DO CADASTRO' TO WRK-OBS
               NOT INVALID KEY
                  MOVE FUN-NOME TO WRK-PROF-NOME
                  IF FUN-DESLIGADO
                     MOVE 'DESLIGADO' TO WRK-OBS
                  END-IF
            END-READ.
            IF WRK-OBS = SPACES
               COMPUTE WRK-VALOR ROUNDED =
                       WRK-PROF-DADAS(WRK-IX-PROF) * WRK-AULA-VALOR
               IF WRK-VALOR > 0
                  PERFORM 5200-SOMA-EXTRAS
               END-IF
            ELSE
               ADD 1 TO WRK-QT-FORA
            END-IF.
            MOVE WRK-ANOMES TO HA-ANOMES.
            MOVE WRK-PROF-MATRICULA(WRK-IX-PROF) TO HA-MATRICULA.
            MOVE WRK-DATA-HOJE TO HA-DATA.
            MOVE WRK-PROF-PREVISTAS(WRK-IX-PROF) TO HA-PREVISTAS.
            MOVE WRK-PROF-DADAS(WRK-IX-PROF) TO HA-DADAS.
            MOVE WRK-HORAS TO HA-HORAS.
            MOVE WRK-VALOR TO HA-VALOR.
            WRITE HA-REG
               INVALID KEY
                  REWRITE HA-REG
            END-WRITE.
            ADD WRK-PROF-PREVISTAS(WRK-IX-PROF) TO WRK-TOT-PREVISTAS.
            ADD WRK-PROF-DADAS(WRK-IX-PROF) TO WRK-TOT-DADAS.
            ADD WRK-VALOR TO WRK-TOT-VALOR.
            MOVE WRK-PROF-PREVISTAS(WRK-IX-PROF) TO WRK-PREV-ED.
            MOVE WRK-PROF-DADAS(WRK-IX-PROF) TO WRK-DADAS-ED.
            MOVE WRK-HORAS TO WRK-HORAS-ED.
            MOVE WRK-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-PROF-MATRICULA(WRK-IX-PROF) DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WRK-PROF-NOME  DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WRK-PREV-ED    DELIMITED BY SIZE
                   '   '          DELIMITED BY SIZE
                   WRK-DADAS-ED   DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WRK-HORAS-ED   DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   '  '           DELIMITED BY SIZE
                   WRK-OBS        DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       5200-SOMA-EXTRAS.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 5210-PROCURA-EXCECAO
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-EXCECOES
                  OR WRK-ACHOU = 'S'.
            IF WRK-ACHOU = 'N'
               IF WRK-QT-EXCECOES < 200
                  ADD 1 TO WRK-QT-EXCECOES
                  MOVE WRK-QT-EXCECOES TO WRK-IX-EXC
                  MOVE WRK-PROF-MATRICULA(WRK-IX-PROF)
                    TO WRK-EXC-MATRICULA(WRK-IX-EXC)
                  MOVE WRK-VALOR TO WRK-EXC-EXTRAS(WRK-IX-EXC)
               ELSE
                  DISPLAY 'AVISO: FOLHAEXC.TXT CHEIO - AULAS DE '
                          WRK-PROF-MATRICULA(WRK-IX-PROF)
                          ' FORA DA FOLHA'
                  MOVE ZEROS TO WRK-VALOR
                  MOVE 'EXCECOES CHEIAS' TO WRK-OBS
               END-IF
            END-IF.

       5210-PROCURA-EXCECAO.
            IF WRK-EXC-MATRICULA(WRK-IX-VARRE) =
               WRK-PROF-MATRICULA(WRK-IX-PROF)
               MOVE 'S' TO WRK-ACHOU
               ADD WRK-VALOR TO WRK-EXC-EXTRAS(WRK-IX-VARRE)
            END-IF.

      *----------------------------------------------------------------
      * FOLHAEXC.TXT regravado com o header do dia, as excecoes e o
      * trailer (contagem + hash) que a FOLHA confere.
      *----------------------------------------------------------------
       6000-GRAVA-EXCECOES.
            OPEN OUTPUT FOLHA-EXCECOES.
            IF EXCECOES-STATUS NOT = 0
               DISPLAY 'FOLHAEXC.TXT INDISPONIVEL PARA GRAVACAO'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'H' TO CTL-TIPO-REG
               MOVE WRK-DATA-HOJE TO CTL-DATA-MOV
               MOVE WRK-ORIGEM TO CTL-ORIGEM
               WRITE FOLHA-CTL-REG
               MOVE ZEROS TO WRK-HASH-VALORES
               PERFORM 6100-GRAVA-EXCECAO
                  VARYING WRK-IX-EXC FROM 1 BY 1
                  UNTIL WRK-IX-EXC > WRK-QT-EXCECOES
               MOVE 'T' TO TRL-TIPO-REG
               MOVE WRK-QT-EXCECOES TO TRL-QT
               MOVE WRK-HASH-VALORES TO TRL-HASH
               WRITE FOLHA-TRL-REG
               CLOSE FOLHA-EXCECOES
            END-IF.

       6100-GRAVA-EXCECAO.
            MOVE WRK-EXC-MATRICULA(WRK-IX-EXC)  TO EXC-MATRICULA.
            MOVE WRK-EXC-EXTRAS(WRK-IX-EXC)     TO EXC-EXTRAS.
            MOVE WRK-EXC-FALTAS(WRK-IX-EXC)     TO EXC-FALTAS.
            MOVE WRK-EXC-BENEFICIOS(WRK-IX-EXC) TO EXC-BENEFICIOS.
            WRITE FOLHA-EXC-REG.
            COMPUTE WRK-HASH-VALORES = WRK-HASH-VALORES
                    + EXC-EXTRAS + EXC-FALTAS + EXC-BENEFICIOS.

       7000-ENCERRA.
            MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'PROFESSORES: ' DELIMITED BY SIZE
                   WRK-QT-PROF     DELIMITED BY SIZE
                   '  AULAS PREVISTAS: ' DELIMITED BY SIZE
                   WRK-TOT-PREVISTAS DELIMITED BY SIZE
                   '  DADAS: '     DELIMITED BY SIZE
                   WRK-TOT-DADAS   DELIMITED BY SIZE
                   '  VALOR: '     DELIMITED BY SIZE
                   WRK-TOT-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE AULAS-REL.

       9000-FINALIZAR.
            IF WRK-ARQS-ABERTOS = 'S'
               CLOSE GRADE
               CLOSE CHAMADA
               CLOSE ALUNOS
               CLOSE FUNCIONARIOS
               CLOSE HORAULA
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'AULAS LANCADAS NO FOLHAEXC.TXT ('
                       WRK-QT-EXCECOES ' LINHA(S))'
               DISPLAY 'DEMONSTRATIVO EM AULAS.REL'
               IF WRK-QT-FORA > 0
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==AULAS-REL-REG==.

      *END PROGRAM AULAS.
