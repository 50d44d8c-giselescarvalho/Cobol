      ******************************************************************
      * OPSHIST.CPY - layout do OPSHIST.DAT, historico de tempo de
      *               execucao das etapas dos drivers noturno
      *               (FECHADIA, livro D) e mensal (FECHAMESD, livro
      *               M). Uma linha por etapa executada, gravada pela
      *               subrotina OPSTEMPO.cbl na anotacao do fim da
      *               etapa, com a duracao, a media recente da etapa
      *               naquele momento e o alerta de estouro. Lido pelo
      *               monitor OPSMON.cbl e pela tendencia semanal
      *               OPSTEND.cbl.
      *
      * Uso: COPY 'OPSHIST.CPY'. (logo apos a SELECT OPSHIST do
      *      programa, dentro da FILE SECTION).
      ******************************************************************
       FD OPSHIST.
       01 OPH-REG.
      *     D = FECHADIA.CTL, M = FECHAMES.CTL
            05 OPH-LIVRO           PIC X(01).
      *     data de movimento (D) ou ano/mes (M) do livro
            05 OPH-REFERENCIA      PIC 9(08).
            05 OPH-DATA-EXEC       PIC 9(08).
            05 OPH-ETAPA           PIC 9(02).
            05 OPH-PROGRAMA        PIC X(10).
            05 OPH-HR-INICIO       PIC 9(08).
            05 OPH-HR-FIM          PIC 9(08).
            05 OPH-SEGUNDOS        PIC 9(07).
            05 OPH-RC              PIC 9(03).
      *     E = executada, D = dispensada (fora da media)
            05 OPH-SITUACAO        PIC X(01).
            05 OPH-MEDIA           PIC 9(07).
      *     S = duracao muito acima da media recente
            05 OPH-ALERTA          PIC X(01).
