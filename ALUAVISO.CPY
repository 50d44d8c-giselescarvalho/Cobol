      ******************************************************************
      * ALUAVISO.CPY - layout do arquivo ALUAVISO.DAT (ultimo aviso
      *                escolar mandado ao responsavel, por aluno,
      *                materia e tipo), mantido pelo ALUAVISO.cbl para
      *                nao repetir o mesmo aviso a cada noite.
      *
      * Uso: COPY 'ALUAVISO.CPY'. (logo apos a SELECT ALUAVISO do
      *      programa, dentro da FILE SECTION).
      *
      * AAV-TIPO F (faltas seguidas): AAV-REFERENCIA = data da
      * primeira falta da sequencia ja avisada - sequencia nova gera
      * aviso novo. AAV-TIPO P (frequencia): AAV-NIVEL = 1 perto do
      * minimo, 2 abaixo do minimo; so a piora avisa, e a melhora
      * rebaixa o nivel para avisar de novo numa recaida. AAV-TIPO S
      * (situacao): AAV-SITUACAO = ultima situacao vista.
      ******************************************************************
       FD ALUAVISO.
       01 AAV-REG.
            05 AAV-CHAVE.
                10 AAV-MATRICULA  PIC 9(06).
                10 AAV-MATERIA    PIC X(15).
                10 AAV-TIPO       PIC X(01).
            05 AAV-DATA           PIC 9(08).
            05 AAV-REFERENCIA     PIC 9(08).
            05 AAV-NIVEL          PIC 9(01).
            05 AAV-SITUACAO       PIC X(01).
