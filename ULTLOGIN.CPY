      ******************************************************************
      * ULTLOGIN.CPY - tabela de usuarios e data do ultimo login com
      *                sucesso, trocada com a subrotina ULTLOGIN.cbl.
      *                O chamador preenche ULT-MESES e os logins; a
      *                subrotina varre LOGINLOG.LOG e os mensais
      *                LOGINaaaamm.LOG (LOGROT.cbl) dos ULT-MESES
      *                ultimos meses e devolve em ULT-DATA a data do
      *                ultimo SUCESSO de cada login (zeros = nenhum
      *                na janela).
      *
      * Uso: COPY 'ULTLOGIN.CPY'. na WORKING-STORAGE do chamador e na
      *      LINKAGE SECTION da subrotina.
      ******************************************************************
       01 ULTLOGIN-PARM.
            05 ULT-MESES           PIC 9(03).
            05 ULT-QT-USUARIOS     PIC 9(03).
            05 ULT-USUARIO OCCURS 500 TIMES.
                10 ULT-LOGIN       PIC X(20).
                10 ULT-DATA        PIC 9(08).
