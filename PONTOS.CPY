      ******************************************************************
      * PONTOS.CPY - layout do razao de pontos de fidelidade por fone
      *              do cliente, PONTOS.DAT, mantido pelo PONTOS.cbl
      *              (chamado pelo PEDSTAT, PDV e DEVOLUCAO) e
      *              vencido e extratado pelo PONTOMES.cbl.
      *
      * Uso: COPY 'PONTOS.CPY'. (logo apos a SELECT PONTOS do
      *      programa, dentro da FILE SECTION).
      *
      * Um registro por movimento, na ordem de data/hora do fone:
      *   G ganho   - o lote de pontos de um pedido entregue ou venda
      *               do PDV (PTS-DOCUMENTO identifica a origem);
      *               PTS-SALDO e o que resta do lote, PTS-ESTORNADOS
      *               o ja estornado por devolucao e PTS-VALIDADE o
      *               ultimo dia em que o lote vale;
      *   E estorno - pontos tirados por devolucao/cancelamento;
      *   R resgate - pontos trocados por credito no balcao, com o
      *               numero do credito de CREDITOS.DAT;
      *   V vencido - saldo de lote que passou da validade.
      * Os lotes sao consumidos do mais antigo para o mais novo.
      ******************************************************************
       FD PONTOS.
       01 PTS-REG.
            05 PTS-CHAVE.
                10 PTS-FONE        PIC 9(09).
                10 PTS-DATA        PIC 9(08).
                10 PTS-HORA        PIC 9(08).
                10 PTS-TIPO        PIC X(01).
                    88 PTS-GANHO     VALUE 'G'.
                    88 PTS-ESTORNO   VALUE 'E'.
                    88 PTS-RESGATE   VALUE 'R'.
                    88 PTS-VENCIDO   VALUE 'V'.
            05 PTS-ORIGEM          PIC X(08).
            05 PTS-DOCUMENTO       PIC X(25).
            05 PTS-VALOR-BASE      PIC 9(09)V99.
            05 PTS-PONTOS          PIC 9(07).
            05 PTS-SALDO           PIC 9(07).
            05 PTS-ESTORNADOS      PIC 9(07).
            05 PTS-VALIDADE        PIC 9(08).
            05 PTS-CREDITO         PIC 9(06).
            05 PTS-USUARIO         PIC X(20).
