      ******************************************************************
      * MENSDEV.CPY - area de chamada do MENSDEV.cbl (mensalidades
      *               escolares vencidas e nao pagas de um responsavel
      *               financeiro no RECEBER.DAT).
      *
      * Uso: COPY 'MENSDEV.CPY'. (WORKING-STORAGE do chamador,
      *      LINKAGE SECTION da subrotina);
      *      CALL 'MENSDEV' USING MENSDEV-PARM.
      *
      * MDV-DATA-BASE: titulo com vencimento anterior a esta data
      * esta vencido. MDV-RESULTADO: S consultado, E RECEBER.DAT
      * indisponivel (sem como saber - tratar como em dia).
      ******************************************************************
       01 MENSDEV-PARM.
            05 MDV-FONE           PIC 9(09).
            05 MDV-DATA-BASE      PIC 9(08).
            05 MDV-QT-VENCIDOS    PIC 9(03).
            05 MDV-VALOR-VENCIDO  PIC 9(11)V99.
            05 MDV-RESULTADO      PIC X(01).
