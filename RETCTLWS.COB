      ******************************************************************
      * RETCTLWS.COB - campos de trabalho do controle de arquivos de
      *                retorno ja processados (RETCTL.cbl /
      *                RETPROC.DAT), compartilhados pelos leitores de
      *                retorno (COBRANCA.cbl modo T, RETBANCO.cbl e
      *                CARTCONC.cbl). Usar junto com RETCONF.CPY, que
      *                traz os paragrafos, e com SESSAO.CPY na
      *                WORKING-STORAGE (o reprocessamento e so de ADM).
      *
      * Entrada : RETC-ORIGEM (programa), RETC-ARQUIVO (nome do
      *           arquivo para as mensagens) e a identificacao do
      *           arquivo - RETC-SEQ (sequencia do header do banco,
      *           zero sem header), RETC-DATA-ARQ, RETC-QT-REG e
      *           RETC-HASH; por linha, RETC-LINHA com a chave
      *           natural da linha.
      * Saida   : RETC-RECUSADO 'S' = arquivo ja processado e
      *           reprocessamento nao autorizado (RETURN-CODE 8);
      *           RETC-REPROCESSO 'S' = reprocessamento confirmado
      *           por ADM; RETC-ACHADO 'S' na verificacao de linha =
      *           linha ja aplicada, a pular; RETC-INDISPONIVEL 'S' =
      *           controle fora do ar (RETCTL ausente ou RETPROC.DAT
      *           sem abrir), tratado como recusa - sem o controle
      *           nada e aplicado.
      ******************************************************************
       01 RETC-PEDIDO.
            05 RETC-FUNCAO    PIC X(01).
            05 RETC-ORIGEM    PIC X(08).
            05 RETC-SEQ       PIC 9(06).
            05 RETC-DATA-ARQ  PIC 9(08).
            05 RETC-QT-REG    PIC 9(06).
            05 RETC-HASH      PIC 9(15).
            05 RETC-LINHA     PIC X(60).
            05 RETC-ACHADO    PIC X(01).
            05 RETC-DATA-PROC PIC 9(08).
            05 RETC-HORA-PROC PIC 9(08).
            05 RETC-USUARIO   PIC X(20).
            05 RETC-QT-PROC   PIC 9(03).
       77 RETC-ARQUIVO     PIC X(12) VALUE SPACES.
       77 RETC-RECUSADO    PIC X(01) VALUE 'N'.
       77 RETC-INDISPONIVEL PIC X(01) VALUE 'N'.
       77 RETC-REPROCESSO  PIC X(01) VALUE 'N'.
       77 RETC-CONFIRMA    PIC X(01) VALUE SPACE.
       77 RETC-QT-PULADAS  PIC 9(05) VALUE ZEROS.
