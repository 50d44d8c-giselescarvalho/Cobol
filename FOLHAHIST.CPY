      *                 ferias, R rescisao), gravado pela FOLHA.cbl a
      *                 cada execucao e lido pelo informe anual de
      *                 rendimentos e pela exportacao contabil
      *                 (CONTABIL.cbl). Leva tambem o lado do
      *                 empregador: base e deposito do FGTS e base,
      *                 INSS patronal, RAT e terceiros, lidos pelo
      *                 arquivo de recolhimento do FGTS (FGTSDEP.cbl).
      *                 Na mensal, o desconto do funcionario e o custo
      *                 da empresa com VT e VR/VA.
      *
      * Uso: COPY 'FOLHAHIST.CPY'. (logo apos a SELECT FOLHAHIST do
      *      programa, dentro da FILE SECTION).
            05 FHIST-LIQUIDO     PIC 9(07)V99.
      *     centro de custo do funcionario na data da folha
            05 FHIST-CCUSTO      PIC X(05).
      *     encargos do empregador sobre a folha
            05 FHIST-BASE-FGTS   PIC 9(07)V99.
            05 FHIST-FGTS        PIC 9(06)V99.
            05 FHIST-BASE-PATRONAL PIC 9(07)V99.
            05 FHIST-INSS-EMPRESA PIC 9(06)V99.
            05 FHIST-RAT         PIC 9(06)V99.
            05 FHIST-TERCEIROS   PIC 9(06)V99.
      *     VT e VR/VA (BENEFIC.DAT): desconto do funcionario e parte
      *     paga pela empresa
            05 FHIST-DESC-BENEF  PIC 9(06)V99.
            05 FHIST-CUSTO-BENEF PIC 9(06)V99.
