      ******************************************************************
      * NOTIFICA.CPY - layout da fila de notificacoes NOTIFICA.SPL,
      *                lida pelo NOTPROC.cbl.
      *
      * Uso: COPY 'NOTIFICA.CPY'. (logo apos a SELECT NOTIFICA do
      *      programa, dentro da FILE SECTION).
      *
      * O bloco do pedido (NOTIF-PEDIDO em diante) so e preenchido
      * pelos eventos de andamento de pedido - SEPARADO (PEDSTAT e
      * confirmacao em bloco do PICKLIST), EXPEDIDO (ROMANEIO, com a
      * transportadora, o numero do romaneio e a data prevista) e
      * ENTREGUE (PEDSTAT, com a data e quem recebeu). Os demais
      * eventos gravam so a parte de cima; como a fila e
      * sequencial por linha, linha curta le com o bloco em branco.
      * O bloco escolar (NOTIF-ALUNO em diante) e preenchido pelos
      * avisos ao responsavel do ALUAVISO.cbl - ALUFALTAS (faltas
      * seguidas), ALUFREQ (frequencia perto ou abaixo do minimo),
      * ALURECUP e ALUREPROV (situacao da materia).
      * O bloco do orcamento (NOTIF-ORC-NUMERO em diante) e
      * preenchido pelo lembrete ORCVENCE do ORCVENC.cbl - numero,
      * valor e dia em que o orcamento em aberto vence.
      * O bloco do endereco de entrega (NOTIF-ENT-ROTULO em diante) vai
      * no EXPEDIDO do ROMANEIO - o endereco do cadastro ou o de
      * entrega escolhido no pedido (ENDERECOS.CPY), com o rotulo.
      * O bloco de pontos (NOTIF-PTS-ANOMES em diante) vai no extrato
      * mensal PONTOS do PONTOMES.cbl - pontos ganhos, estornados,
      * resgatados e vencidos no mes, o saldo e o que vence no mes
      * seguinte.
      ******************************************************************
       FD NOTIFICA.
       01 NOTIF-REG.
            05 NOTIF-EVENTO  PIC X(10).
            05 NOTIF-DATA    PIC 9(08).
            05 NOTIF-HORA    PIC 9(08).
            05 NOTIF-FONE    PIC 9(09).
            05 NOTIF-NOME    PIC X(30).
            05 NOTIF-EMAIL   PIC X(40).
            05 NOTIF-PEDIDO.
                10 NOTIF-PED-DATA    PIC 9(08).
                10 NOTIF-PED-HORA    PIC 9(08).
            05 NOTIF-TRANSP          PIC X(30).
            05 NOTIF-MANIFESTO       PIC 9(06).
            05 NOTIF-DATA-PREVISTA   PIC 9(08).
            05 NOTIF-DATA-ENTREGA    PIC 9(08).
            05 NOTIF-RECEBEDOR       PIC X(30).
            05 NOTIF-ESCOLA.
                10 NOTIF-ALUNO          PIC X(30).
                10 NOTIF-MATERIA        PIC X(15).
                10 NOTIF-QT-FALTAS      PIC 9(03).
                10 NOTIF-PERC-PRESENCA  PIC 9(03)V99.
            05 NOTIF-ORCAMENTO.
                10 NOTIF-ORC-NUMERO     PIC 9(06).
                10 NOTIF-ORC-VALOR      PIC 9(09)V99.
                10 NOTIF-ORC-VENCE      PIC 9(08).
            05 NOTIF-ENTREGA.
                10 NOTIF-ENT-ROTULO     PIC X(20).
                10 NOTIF-ENT-LOGRADOURO PIC X(40).
                10 NOTIF-ENT-CIDADE     PIC X(30).
                10 NOTIF-ENT-UF         PIC X(02).
            05 NOTIF-PONTOS.
                10 NOTIF-PTS-ANOMES     PIC 9(06).
                10 NOTIF-PTS-GANHOS     PIC 9(07).
                10 NOTIF-PTS-ESTORNOS   PIC 9(07).
                10 NOTIF-PTS-RESGATES   PIC 9(07).
                10 NOTIF-PTS-VENCIDOS   PIC 9(07).
                10 NOTIF-PTS-SALDO      PIC 9(07).
                10 NOTIF-PTS-A-VENCER   PIC 9(07).
