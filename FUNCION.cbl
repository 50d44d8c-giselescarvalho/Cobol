      *                  para o copybook FUNCION.CPY; a folha quebra
      *                  os totais por centro de custo e a exportacao
      *                  contabil carrega o centro junto.
      *  15/10/2026 GC - PIS/PASEP do funcionario (FUN-PIS) na tela,
      *                  para o arquivo de recolhimento do FGTS.
      *  15/10/2026 GC - adesao ao banco de horas (FUN-BANCO-HORAS,
      *                  S/N) na tela; inclusao comeca com N.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               10 COLUMN PLUS 2 PIC X(01) USING FUN-SITUACAO.
               10 COLUMN PLUS 2 VALUE 'C.CUSTO '.
               10 COLUMN PLUS 1 PIC X(05) USING FUN-CCUSTO.
               10 LINE 16 COLUMN 10 VALUE 'PIS/PASEP... '.
               10 COLUMN PLUS 2 PIC 9(11) USING FUN-PIS
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'B.HORAS(S/N) '.
               10 COLUMN PLUS 1 PIC X(01) USING FUN-BANCO-HORAS.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                         FUN-DEPENDENTES FUN-BANCO FUN-AGENCIA
                         FUN-CONTA.
           MOVE 'A' TO FUN-SITUACAO.
           MOVE 'N' TO FUN-BANCO-HORAS.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           WRITE FUN-REG
