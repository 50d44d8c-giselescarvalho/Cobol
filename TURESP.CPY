      ******************************************************************
      * TURESP.CPY - layout do arquivo TURESP.DAT (lista de espera
      *              das turmas lotadas), gravado e atendido pela
      *              matricula (MATRIC.cbl).
      *
      * Uso: COPY 'TURESP.CPY'. (logo apos a SELECT TURESP do
      *      programa, dentro da FILE SECTION).
      *
      * A chave poe a lista de cada turma em ordem de chegada (data e
      * hora do pedido): quando abre vaga, o primeiro da turma e
      * matriculado e sai da lista.
      ******************************************************************
       FD TURESP.
       01 TES-REG.
            05 TES-CHAVE.
                10 TES-TURMA      PIC X(06).
                10 TES-DATA       PIC 9(08).
                10 TES-HORA       PIC 9(08).
                10 TES-MATRICULA  PIC 9(06).
            05 TES-NOME           PIC X(30).
            05 TES-USUARIO        PIC X(20).
