      *
      * FUN-CCUSTO: centro de custo do funcionario (ex.: ADM, LOJA,
      * ARMZ), base dos subtotais da folha e da exportacao contabil.
      * FUN-PIS: numero PIS/PASEP/NIT, que identifica o trabalhador
      * no arquivo de recolhimento do FGTS (FGTSDEP.cbl).
      * FUN-BANCO-HORAS: 'S' = aderiu ao acordo de banco de horas - o
      * PONTO.cbl lanca o excedente e a falta de jornada no BANCOHOR.DAT
      * em vez de pagar hora extra.
      ******************************************************************
       FD FUNCIONARIOS.
       01 FUN-REG.
                88 FUN-ATIVO     VALUE 'A'.
                88 FUN-DESLIGADO VALUE 'I'.
            05 FUN-CCUSTO      PIC X(05).
            05 FUN-PIS         PIC 9(11).
            05 FUN-BANCO-HORAS PIC X(01).
                88 FUN-COM-BANCO-HORAS VALUE 'S'.
