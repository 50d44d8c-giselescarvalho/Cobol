      ******************************************************************
      * SAC.CPY - layout do arquivo de chamados do atendimento ao
      *           cliente SAC.DAT, mantido pelo SACCAD.cbl, listado
      *           pelo SACREL.cbl (envelhecimento por categoria) e
      *           mostrado na consulta 360 (CLI360.cbl).
      *
      * Uso: COPY 'SAC.CPY'. (logo apos a SELECT SAC do programa,
      *      dentro da FILE SECTION).
      *
      * SAC-NUMERO: sequencial reservado em SAC.SEQ (mesmo esquema do
      * ROMANEIO.SEQ). Pedido (chave fone/data/hora) e fatura sao
      * opcionais - zeros quando a reclamacao nao se liga a um deles.
      * Chamado encerrado (F) nao e excluido, para continuar na
      * estatistica.
      ******************************************************************
       FD SAC.
       01 SAC-REG.
            05 SAC-NUMERO          PIC 9(06).
            05 SAC-FONE            PIC 9(09).
            05 SAC-PEDIDO.
                10 SAC-PED-FONE    PIC 9(09).
                10 SAC-PED-DATA    PIC 9(08).
                10 SAC-PED-HORA    PIC 9(08).
            05 SAC-FATURA          PIC 9(06).
            05 SAC-CATEGORIA       PIC X(01).
                88 SAC-ATRASO      VALUE 'A'.
                88 SAC-AVARIA      VALUE 'D'.
                88 SAC-COBRANCA    VALUE 'C'.
                88 SAC-OUTROS      VALUE 'O'.
            05 SAC-DESCRICAO       PIC X(60).
            05 SAC-RESPONSAVEL     PIC X(20).
            05 SAC-SITUACAO        PIC X(01).
                88 SAC-ABERTO      VALUE 'A'.
                88 SAC-ANDAMENTO   VALUE 'E'.
                88 SAC-ENCERRADO   VALUE 'F'.
                88 SAC-PENDENTE    VALUES 'A' 'E'.
            05 SAC-DATA-ABERTURA   PIC 9(08).
            05 SAC-DATA-ENCERRA    PIC 9(08).
            05 SAC-USUARIO-ABERT   PIC X(20).
