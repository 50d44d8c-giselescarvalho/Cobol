      ******************************************************************
      * FALTAS.CPY - layout do arquivo FALTAS.DAT (faltas
      *              injustificadas por funcionario e mes), gravado
      *              pelo PONTO.cbl na apuracao do mes - os mesmos
      *              dias descontados no FOLHAEXC.TXT - e lido pelo
      *              controle de ferias (FERATUAL.cbl) para reduzir
      *              os dias de direito do periodo aquisitivo.
      *
      * Uso: COPY 'FALTAS.CPY'. (logo apos a SELECT FALTAS do
      *      programa, dentro da FILE SECTION).
      *
      * FAL-DIA: um byte por dia do mes, 'F' no dia de falta. A
      * reapuracao do mes regrava o registro inteiro.
      ******************************************************************
       FD FALTAS.
       01 FAL-REG.
            05 FAL-CHAVE.
                10 FAL-MATRICULA PIC 9(06).
                10 FAL-ANOMES    PIC 9(06).
            05 FAL-QT-DIAS       PIC 9(02).
            05 FAL-DIAS.
                10 FAL-DIA OCCURS 31 TIMES PIC X(01).
                    88 FAL-FALTOU VALUE 'F'.
