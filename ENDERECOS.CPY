      ******************************************************************
      * ENDERECOS.CPY - layout do cadastro ENDERECOS.DAT (enderecos de
      *                 entrega do cliente, alem do endereco do
      *                 cadastro em CLIENTES-ENDERECO), mantido pela
      *                 opcao E do CLIENTES.cbl. Obra de construtora,
      *                 filial ou deposito do cliente.
      *
      * Uso: COPY 'ENDERECOS.CPY'. (logo apos a SELECT ENDERECOS do
      *      programa, dentro da FILE SECTION).
      *
      * A chave e o fone do cliente mais a sequencia do endereco
      * (01 a 99). O PEDENTRA.cbl e o PEDLOTE.cbl gravam a sequencia
      * escolhida em PEDIDOS-ENDERECO-SEQ (zero = endereco do
      * cadastro); frete, feriados da DIAUTILS, parada do ROMANEIO e
      * aviso de expedicao passam a usar o endereco escolhido.
      * Endereco inativo continua valendo para os pedidos ja gravados,
      * mas nao e mais oferecido na entrada.
      ******************************************************************
       FD ENDERECOS.
       01 ENDER-REG.
            05 ENDER-CHAVE.
                10 ENDER-FONE       PIC 9(09).
                10 ENDER-SEQ        PIC 9(02).
      *     identificacao livre do local (ex.: OBRA ED. AURORA)
            05 ENDER-ROTULO         PIC X(20).
            05 ENDER-LOGRADOURO     PIC X(40).
            05 ENDER-CIDADE         PIC X(30).
            05 ENDER-UF             PIC X(02).
            05 ENDER-CEP            PIC 9(08).
            05 ENDER-SITUACAO       PIC X(01).
                88 ENDER-ATIVO      VALUE 'A'.
                88 ENDER-INATIVO    VALUE 'I'.
