      * TURMA-PROXIMA: turma do ano seguinte para onde o aluno
      * aprovado e promovido na virada de ano; espacos = turma final
      * (aprovado conclui).
      * TURMA-CAPACIDADE: numero maximo de alunos da turma; a
      * matricula (MATRIC.cbl) poe o excedente na lista de espera
      * (TURESP.DAT). Zeros = sem limite.
      ******************************************************************
       FD TURMAS.
       01 TURMA-REG.
                10 TURMA-MATERIA-2 PIC X(15).
                10 TURMA-MATERIA-3 PIC X(15).
            05 TURMA-PROXIMA   PIC X(06).
            05 TURMA-CAPACIDADE PIC 9(03).
