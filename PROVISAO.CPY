      ******************************************************************
      * PROVISAO.CPY - layout do arquivo PROVISAO.DAT (provisao de 13o
      *                salario e de ferias + 1/3 com os encargos, por
      *                funcionario e mes), gravado no fechamento do mes
      *                pelo PROVISAO.cbl e lido pela exportacao
      *                contabil (CONTABIL.cbl), que lanca o movimento
      *                do mes na data do calculo.
      *
      * Uso: COPY 'PROVISAO.CPY'. (logo apos a SELECT PROVISAO do
      *      programa, dentro da FILE SECTION).
      *
      * PRV-SALDO-*: saldo provisionado no fim do mes (avos x salario
      * menos o que ja foi pago nas folhas de 13o e de ferias do
      * FOLHAHIST.DAT). PRV-MOV-*: saldo do mes menos o saldo do mes
      * anterior - negativo quando o pagamento baixou a provisao
      * (estorno). Funcionario desligado zera o saldo. A reapuracao do
      * mes regrava o registro.
      ******************************************************************
       FD PROVISAO.
       01 PRV-REG.
            05 PRV-CHAVE.
                10 PRV-MATRICULA  PIC 9(06).
                10 PRV-ANOMES     PIC 9(06).
      *     data do calculo - e a data do lancamento contabil
            05 PRV-DATA           PIC 9(08).
            05 PRV-CCUSTO         PIC X(05).
            05 PRV-SALARIO        PIC 9(06)V99.
            05 PRV-AVOS-13        PIC 9(02).
            05 PRV-AVOS-FERIAS    PIC 9(03).
            05 PRV-SALDO-13       PIC 9(07)V99.
            05 PRV-SALDO-FERIAS   PIC 9(07)V99.
            05 PRV-SALDO-ENCARG   PIC 9(07)V99.
            05 PRV-MOV-13         PIC S9(07)V99.
            05 PRV-MOV-FERIAS     PIC S9(07)V99.
            05 PRV-MOV-ENCARG     PIC S9(07)V99.
