      ******************************************************************
      * SESSOES.CPY - layout do SESSOES.DAT, registro das sessoes
      *               abertas pelo LOGIN.cbl: uma por usuario, com o
      *               terminal, o inicio e a ultima atividade. Mantido
      *               pela subrotina SESSREG.cbl (abre no login, toca a
      *               cada opcao do MENUGERAL, fecha na saida) e
      *               consultado pelo SESSCONS.cbl, onde o ADM ve quem
      *               esta conectado e derruba uma sessao.
      *
      * Uso: COPY 'SESSOES.CPY'. (logo apos a SELECT SESSOES do
      *      programa, dentro da FILE SECTION; chave SESS-USUARIO).
      *
      * Sessao derrubada pelo ADM ou encerrada por ociosidade sai do
      * arquivo; o MENUGERAL daquele terminal pede login de novo.
      ******************************************************************
       FD SESSOES.
       01 SESS-REG.
            05 SESS-USUARIO        PIC X(20).
            05 SESS-TERMINAL       PIC X(16).
            05 SESS-DATA-INI       PIC 9(08).
            05 SESS-HORA-INI       PIC 9(08).
            05 SESS-DATA-ULT       PIC 9(08).
            05 SESS-HORA-ULT       PIC 9(08).
