      ******************************************************************
      * FERIAS.CPY - layout do arquivo FERIAS.DAT (controle de
      *              ferias: um registro por funcionario e periodo
      *              aquisitivo), montado a partir de FUN-ADMISSAO pelo
      *              FERATUAL.cbl, com o gozo e o abono registrados
      *              pelo FERIAS.cbl e os vencimentos no FERVENC.cbl.
      *
      * Uso: COPY 'FERIAS.CPY'. (logo apos a SELECT FERIAS do
      *      programa, dentro da FILE SECTION).
      *
      * FER-PERIODO: numero do periodo (1 = primeiro ano da
      * admissao). FER-FIM fecha o aquisitivo; FER-LIMITE e o ultimo
      * dia do concessivo (12 meses depois) - ferias nao gozadas ate
      * la sao pagas em dobro. FER-DIAS-DIREITO segue a tabela da
      * CLT pelas faltas injustificadas do aquisitivo (FALTAS.DAT).
      * FER-FRACAO: ate tres periodos de gozo (inicio e dias).
      ******************************************************************
       FD FERIAS.
       01 FER-REG.
            05 FER-CHAVE.
                10 FER-MATRICULA  PIC 9(06).
                10 FER-PERIODO    PIC 9(02).
            05 FER-INICIO         PIC 9(08).
            05 FER-FIM            PIC 9(08).
            05 FER-LIMITE         PIC 9(08).
            05 FER-FALTAS         PIC 9(03).
            05 FER-DIAS-DIREITO   PIC 9(02).
            05 FER-DIAS-GOZADOS   PIC 9(02).
            05 FER-DIAS-VENDIDOS  PIC 9(02).
            05 FER-QT-FRACOES     PIC 9(01).
            05 FER-FRACAO OCCURS 3 TIMES.
                10 FER-FRA-INICIO PIC 9(08).
                10 FER-FRA-DIAS   PIC 9(02).
            05 FER-SITUACAO       PIC X(01).
                88 FER-AQUISITIVO VALUE 'A'.
                88 FER-A-CONCEDER VALUE 'C'.
                88 FER-VENCIDO    VALUE 'V'.
                88 FER-QUITADO    VALUE 'Q'.
            05 FER-DATA-ATUAL     PIC 9(08).
