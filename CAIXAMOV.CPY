      ******************************************************************
      * CAIXAMOV.CPY - layout do CAIXAMOV.TXT, movimento de gaveta dos
      *                turnos de caixa do PDV: abertura do turno com o
      *                fundo de troco, sangrias para o cofre,
      *                suprimentos de troco e o fechamento do turno
      *                com o dinheiro esperado do operador. O
      *                CAIXACONF soma fundo, suprimentos e sangrias da
      *                loja no dia para chegar ao dinheiro esperado na
      *                gaveta.
      *
      * Uso: COPY 'CAIXAMOV.CPY'. (logo apos a SELECT CAIXAMOV do
      *      programa, dentro da FILE SECTION).
      *
      * CXM-OPERADOR: dono do turno; CXM-USUARIO: quem registrou (o
      * usuario da sessao, ou o proprio operador fora do menu).
      * Um turno por operador por loja e dia.
      ******************************************************************
       FD CAIXAMOV.
       01 CXM-REG.
            05 CXM-DATA-MOV       PIC 9(08).
            05 CXM-LOJA           PIC X(03).
            05 CXM-OPERADOR       PIC X(20).
            05 CXM-TIPO           PIC X(01).
                88 CXM-ABERTURA   VALUE 'A'.
                88 CXM-SANGRIA    VALUE 'S'.
                88 CXM-SUPRIMENTO VALUE 'U'.
                88 CXM-FECHAMENTO VALUE 'F'.
            05 CXM-HORA           PIC 9(08).
            05 CXM-USUARIO        PIC X(20).
      *     fundo, sangria ou suprimento; no fechamento, o dinheiro
      *     esperado na gaveta do operador
            05 CXM-VALOR          PIC S9(07)V99.
