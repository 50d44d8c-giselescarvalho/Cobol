      ******************************************************************
      * FERATUAL.CPY - area de chamada do FERATUAL.cbl (atualizacao
      *                dos periodos de ferias de um funcionario).
      *
      * Uso: COPY 'FERATUAL.CPY'. (WORKING-STORAGE do chamador,
      *      LINKAGE SECTION da subrotina);
      *      CALL 'FERATUAL' USING FERATUAL-PARM.
      *
      * FAT-RESULTADO: S atualizado, E FERIAS.DAT indisponivel.
      ******************************************************************
       01 FERATUAL-PARM.
            05 FAT-MATRICULA     PIC 9(06).
            05 FAT-ADMISSAO      PIC 9(08).
            05 FAT-DATA-BASE     PIC 9(08).
            05 FAT-QT-PERIODOS   PIC 9(02).
            05 FAT-RESULTADO     PIC X(01).
