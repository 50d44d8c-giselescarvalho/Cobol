      ******************************************************************
      * OPSTEMPO.CPY - area trocada com a subrotina OPSTEMPO.cbl no
      *                fim de cada etapa dos drivers FECHADIA e
      *                FECHAMESD. O chamador preenche livro, referencia,
      *                etapa, programa, inicio/fim (HHMMSSCC), RC e
      *                situacao (E executada, D dispensada); a subrotina
      *                grava a linha no OPSHIST.DAT e devolve a duracao
      *                em segundos, a media recente da etapa e o alerta
      *                (S = duracao muito acima da media).
      *
      * Uso: COPY 'OPSTEMPO.CPY'. na WORKING-STORAGE do chamador e na
      *      LINKAGE SECTION da subrotina.
      ******************************************************************
       01 OPSTEMPO-PARM.
            05 OPT-LIVRO           PIC X(01).
            05 OPT-REFERENCIA      PIC 9(08).
            05 OPT-ETAPA           PIC 9(02).
            05 OPT-PROGRAMA        PIC X(10).
            05 OPT-HR-INICIO       PIC 9(08).
            05 OPT-HR-FIM          PIC 9(08).
            05 OPT-RC              PIC 9(03).
            05 OPT-SITUACAO        PIC X(01).
            05 OPT-SEGUNDOS        PIC 9(07).
            05 OPT-MEDIA           PIC 9(07).
            05 OPT-ALERTA          PIC X(01).
