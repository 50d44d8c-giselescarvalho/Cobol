      ******************************************************************
      * HORAULA.CPY - layout do arquivo HORAULA.DAT (aulas do
      *               professor no mes: previstas na grade, dadas
      *               pela chamada e o valor lancado nas excecoes da
      *               folha), gravado pelo AULAS.cbl.
      *
      * Uso: COPY 'HORAULA.CPY'. (logo apos a SELECT HORAULA do
      *      programa, dentro da FILE SECTION).
      *
      * HA-VALOR e o que foi somado ao EXC-EXTRAS do professor no
      * FOLHAEXC.TXT; a reapuracao do mes desconta o valor anterior
      * antes de somar o novo, e o mes nao e pago duas vezes.
      ******************************************************************
       FD HORAULA.
       01 HA-REG.
            05 HA-CHAVE.
                10 HA-ANOMES      PIC 9(06).
                10 HA-MATRICULA   PIC 9(06).
            05 HA-DATA            PIC 9(08).
            05 HA-PREVISTAS       PIC 9(04).
            05 HA-DADAS           PIC 9(04).
            05 HA-HORAS           PIC 9(04)V99.
            05 HA-VALOR           PIC 9(06)V99.
