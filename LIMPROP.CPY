      ******************************************************************
      * LIMPROP.CPY - layout do arquivo LIMPROP.DAT, propostas de novo
      *               limite de credito geradas pela revisao mensal
      *               LIMREV.cbl e aprovadas/rejeitadas por um segundo
      *               usuario GERENCIAL na opcao P do CLIENTES.cbl
      *               (mesmo quatro-olhos do CLIPEND.DAT). Uma
      *               proposta pendente por cliente; a revisao
      *               seguinte substitui a que nao foi decidida.
      *
      * Uso: COPY 'LIMPROP.CPY'. (logo apos a SELECT LIMPROP do
      *      programa, dentro da FILE SECTION).
      *
      * LPR-PONTOS: saldo da pontuacao da revisao (volume de compra,
      * pontualidade, atraso em aberto e perdas); LPR-MOTIVO resume
      * os fatores que pesaram.
      ******************************************************************
       FD LIMPROP.
       01 LPR-REG.
            05 LPR-FONE          PIC 9(09).
            05 LPR-USUARIO       PIC X(20).
            05 LPR-DATA          PIC 9(08).
            05 LPR-HORA          PIC 9(08).
            05 LPR-LIMITE-ATUAL  PIC 9(09)V99.
            05 LPR-LIMITE-NOVO   PIC 9(09)V99.
            05 LPR-ACAO          PIC X(01).
                88 LPR-AUMENTO   VALUE 'A'.
                88 LPR-REDUCAO   VALUE 'R'.
            05 LPR-PONTOS        PIC S9(03).
            05 LPR-MOTIVO        PIC X(40).
