      ******************************************************************
      * BANCOHOR.CPY - layout do arquivo BANCOHOR.DAT (banco de horas
      *                dos funcionarios que aderiram ao acordo,
      *                FUN-BANCO-HORAS = 'S'), gravado pelo PONTO.cbl
      *                na apuracao do mes e listado no extrato mensal
      *                (BHEXTR.cbl).
      *
      * Uso: COPY 'BANCOHOR.CPY'. (logo apos a SELECT BANCOHOR do
      *      programa, dentro da FILE SECTION).
      *
      * BH-MOVIMENTO: um por dia com credito (minutos alem da jornada,
      * ou tudo que trabalhou em dia nao util) ou debito (minutos que
      * faltaram para a jornada). BH-FECHAMENTO: um por mes, no ultimo
      * dia, com os totais do mes, os minutos de credito vencidos (mais
      * de 6 meses) pagos como extra no FOLHAEXC.TXT e os saldos. Os
      * creditos sao consumidos na ordem em que foram gerados (debito e
      * pagamento baixam sempre o credito mais antigo). A reapuracao do
      * mes apaga e regrava os registros do mes.
      ******************************************************************
       FD BANCOHOR.
       01 BH-REG.
            05 BH-CHAVE.
                10 BH-MATRICULA   PIC 9(06).
                10 BH-DATA        PIC 9(08).
                10 BH-TIPO        PIC X(01).
                    88 BH-MOVIMENTO   VALUE 'M'.
                    88 BH-FECHAMENTO  VALUE 'F'.
            05 BH-MIN-CREDITO     PIC 9(05).
            05 BH-MIN-DEBITO      PIC 9(05).
      *     so no fechamento do mes
            05 BH-SALDO-ANTERIOR  PIC S9(06).
            05 BH-MIN-PAGO        PIC 9(06).
            05 BH-VALOR-PAGO      PIC 9(06)V99.
            05 BH-SALDO-FINAL     PIC S9(06).
            05 BH-MIN-A-VENCER    PIC 9(06).
