      ******************************************************************
      * GRADE.CPY - layout do arquivo GRADE.DAT (grade horaria
      *             semanal: turma, dia da semana, periodo, materia e
      *             professor), mantido pelo GRADE.cbl e lido pela
      *             apuracao das aulas dadas (AULAS.cbl), que paga o
      *             professor horista pela folha.
      *
      * Uso: COPY 'GRADE.CPY'. (logo apos a SELECT GRADE do
      *      programa, dentro da FILE SECTION).
      *
      * GRA-DIA: 1 = domingo ... 7 = sabado. GRA-PROFESSOR e a
      * FUN-MATRICULA do FUNCIONARIOS.DAT. A chave principal impede
      * duas aulas da turma no mesmo horario; a chave alternada
      * GRA-CHAVE-PROF (sem duplicidade) impede duas aulas do
      * professor no mesmo horario - GRA-DIA-PROF e GRA-PERIODO-PROF
      * repetem o dia e o periodo da chave principal.
      ******************************************************************
       FD GRADE.
       01 GRA-REG.
            05 GRA-CHAVE.
                10 GRA-TURMA        PIC X(06).
                10 GRA-DIA          PIC 9(01).
                10 GRA-PERIODO      PIC 9(02).
            05 GRA-CHAVE-PROF.
                10 GRA-PROFESSOR    PIC 9(06).
                10 GRA-DIA-PROF     PIC 9(01).
                10 GRA-PERIODO-PROF PIC 9(02).
            05 GRA-MATERIA          PIC X(15).
