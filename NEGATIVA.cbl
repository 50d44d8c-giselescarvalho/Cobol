       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Negativacao dos titulos vencidos no cadastro de
      *           inadimplentes. A cobranca parava na COBRANCA3 do
      *           COBAVISO.cbl e o passo seguinte era a baixa por
      *           perda (PERDAS.cbl); este lote varre RECEBER.DAT e,
      *           para o titulo aberto com saldo e atraso de pelo
      *           menos NEGAT-DIAS dias (PARAMETROS.DAT, padrao 90),
      *           primeiro enfileira em NOTIFICA.SPL o aviso previo
      *           ao cliente (evento NEGATIVAR, exigencia legal) e
      *           marca o titulo 'N'; passados NEGAT-AVISO dias do
      *           aviso (padrao 10) sem pagamento, o titulo vai para
      *           o arquivo de inclusao NEGINC.TXT e fica 'I'. Titulo
      *           incluido que o RECEBE/COBRANCA ja quitou vai para o
      *           arquivo de exclusao NEGEXC.TXT e fica 'B'; aviso
      *           pago antes da inclusao e simplesmente cancelado.
      *           Os dois arquivos seguem o desenho das remessas
      *           (header '0', detalhe '1', trailer '9' com contagem
      *           e hash) e cada aviso, inclusao e exclusao fica
      *           anotado por REC-NUMERO em NEGATIV.LOG.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER
             ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-NUMERO.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT NOTIFICA
             ASSIGN TO 'NOTIFICA.SPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-STATUS.
           SELECT NEGINC
             ASSIGN TO 'NEGINC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEGINC-STATUS.
           SELECT NEGEXC
             ASSIGN TO 'NEGEXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEGEXC-STATUS.
      * Livro datado das negativacoes, por titulo.
           SELECT NEGLOG
             ASSIGN TO 'NEGATIV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEGLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'RECEBER.CPY'.

       COPY 'CLIENTES.CPY'.

       COPY 'NOTIFICA.CPY'.

       FD NEGINC.
       01 NEGINC-REG            PIC X(120).

       FD NEGEXC.
       01 NEGEXC-REG            PIC X(120).

       FD NEGLOG.
       01 NEGLOG-REG.
            05 NLG-DATA       PIC 9(08).
            05 NLG-HORA       PIC 9(08).
            05 NLG-NUMERO     PIC 9(06).
            05 NLG-FONE       PIC 9(09).
            05 NLG-ACAO       PIC X(10).
            05 NLG-VALOR      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 RECEBER-STATUS    PIC 9(02).
       77 CLIENTES-STATUS   PIC 9(02).
       77 NOTIFICA-STATUS   PIC 9(02).
       77 NEGINC-STATUS     PIC 9(02).
       77 NEGEXC-STATUS     PIC 9(02).
       77 NEGLOG-STATUS     PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77 WRK-MESTRES-ABERTOS PIC X(01) VALUE 'N'.
       77 WRK-SAIDAS-ABERTAS PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-AVISO    PIC S9(05) VALUE ZEROS.
       77 WRK-NEGAT-DIAS    PIC 9(05) VALUE 90.
       77 WRK-NEGAT-AVISO   PIC 9(05) VALUE 10.
       77 WRK-SALDO         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CENTAVOS PIC 9(13) VALUE ZEROS.
       77 WRK-HASH-INC      PIC 9(15) VALUE ZEROS.
       77 WRK-HASH-EXC      PIC 9(15) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVISOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INCLUSOES  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXCLUSOES  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CANCELADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA       PIC 9(05) VALUE ZEROS.
       77 WRK-ACAO          PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA-NOME  PIC X(30) VALUE 'COMERCIO GC LTDA'.
       77 WRK-EMPRESA-CNPJ  PIC 9(14) VALUE 11222333000181.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-NEG-HEADER.
            05 WRK-NH-TIPO     PIC X(01) VALUE '0'.
            05 WRK-NH-EMPRESA  PIC X(30).
            05 WRK-NH-CNPJ     PIC 9(14).
            05 WRK-NH-DATA     PIC 9(08).
            05 WRK-NH-OPERACAO PIC X(01).
       01 WRK-NEG-DETALHE.
            05 WRK-ND-TIPO     PIC X(01) VALUE '1'.
            05 WRK-ND-NUMERO   PIC 9(06).
            05 WRK-ND-PESSOA   PIC X(01).
            05 WRK-ND-DOC      PIC X(14).
            05 WRK-ND-NOME     PIC X(30).
            05 WRK-ND-VENCTO   PIC 9(08).
            05 WRK-ND-VALOR    PIC 9(13).
            05 WRK-ND-DATA     PIC 9(08).
       01 WRK-NEG-TRAILER.
            05 WRK-NT-TIPO     PIC X(01) VALUE '9'.
            05 WRK-NT-QTD      PIC 9(06).
            05 WRK-NT-HASH     PIC 9(15).
       COPY 'VALDOCWS.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-VARRE-TITULOS UNTIL WRK-FIM-ARQ = 'S'
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-JULIANO-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            PERFORM 1100-LE-PARAMETROS.
            OPEN I-O RECEBER.
            OPEN INPUT CLIENTES.
            IF RECEBER-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
               DISPLAY 'RECEBER.DAT/CLIENTES.DAT INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'S' TO WRK-MESTRES-ABERTOS
               OPEN EXTEND NOTIFICA
                 IF NOTIFICA-STATUS = 35 THEN
                     OPEN OUTPUT NOTIFICA
                     CLOSE NOTIFICA
                     OPEN EXTEND NOTIFICA
                  END-IF
               OPEN EXTEND NEGLOG
                 IF NEGLOG-STATUS = 35 THEN
                     OPEN OUTPUT NEGLOG
                     CLOSE NEGLOG
                     OPEN EXTEND NEGLOG
                  END-IF
               OPEN OUTPUT NEGINC
               OPEN OUTPUT NEGEXC
               IF NEGINC-STATUS NOT = 0 OR NEGEXC-STATUS NOT = 0
                  DISPLAY 'NEGINC.TXT/NEGEXC.TXT INDISPONIVEIS'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
               ELSE
                  MOVE 'S' TO WRK-SAIDAS-ABERTAS
                  PERFORM 1200-GRAVA-HEADERS
                  MOVE LOW-VALUES TO REC-NUMERO
                  START RECEBER KEY IS NOT LESS THAN REC-NUMERO
                     INVALID KEY
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Prazos do cadastro central: NEGAT-DIAS = atraso minimo para
      * negativar, NEGAT-AVISO = dias entre o aviso ao cliente e a
      * inclusao. Sem parametro vale o padrao.
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
            MOVE 'NEGAT-DIAS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               MOVE WRK-PARM-VALOR TO WRK-NEGAT-DIAS
            END-IF.
            MOVE 'NEGAT-AVISO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-NEGAT-AVISO
            END-IF.

       1200-GRAVA-HEADERS.
            MOVE WRK-EMPRESA-NOME TO WRK-NH-EMPRESA.
            MOVE WRK-EMPRESA-CNPJ TO WRK-NH-CNPJ.
            MOVE WRK-DATA-HOJE    TO WRK-NH-DATA.
            MOVE 'I' TO WRK-NH-OPERACAO.
            MOVE WRK-NEG-HEADER TO NEGINC-REG.
            WRITE NEGINC-REG.
            MOVE 'E' TO WRK-NH-OPERACAO.
            MOVE WRK-NEG-HEADER TO NEGEXC-REG.
            WRITE NEGEXC-REG.

      *----------------------------------------------------------------
      * Cada titulo segue o ciclo espaco -> N (aviso) -> I (incluido)
      * -> B (exclusao enviada); o pagamento interrompe o ciclo em
      * qualquer ponto.
      *----------------------------------------------------------------
       2000-VARRE-TITULOS.
            READ RECEBER NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-LIDOS
                  COMPUTE WRK-SALDO = REC-VALOR + REC-ENCARGOS
                          - REC-PAGO
                  EVALUATE TRUE
                     WHEN REC-NEG-INCLUIDO
                        IF REC-QUITADO OR WRK-SALDO NOT > 0
                           PERFORM 2400-EXCLUI-TITULO
                        END-IF
                     WHEN REC-NEG-AVISADO
                        IF REC-QUITADO OR WRK-SALDO NOT > 0
                           PERFORM 2500-CANCELA-AVISO
                        ELSE
                           PERFORM 2300-VERIFICA-PRAZO-AVISO
                        END-IF
                     WHEN REC-NEGATIVACAO = SPACE
                        IF REC-ABERTO AND WRK-SALDO > 0
                           COMPUTE WRK-DIAS-ATRASO = WRK-JULIANO-HOJE
                              - FUNCTION INTEGER-OF-DATE
                                (REC-VENCIMENTO)
                           IF WRK-DIAS-ATRASO NOT < WRK-NEGAT-DIAS
                              PERFORM 2100-AVISA-CLIENTE
                           END-IF
                        END-IF
                  END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * Aviso previo: so para cliente cadastrado com CPF/CNPJ valido
      * - sem documento o orgao de protecao ao credito recusa a
      * inclusao, entao nem se avisa; fica listado para o cadastro.
      *----------------------------------------------------------------
       2100-AVISA-CLIENTE.
            PERFORM 2200-CONFERE-CLIENTE.
            IF DOC-TIPO = 'CPF  ' OR DOC-TIPO = 'CNPJ '
               MOVE SPACES TO NOTIF-REG
               MOVE 'NEGATIVAR'    TO NOTIF-EVENTO
               MOVE WRK-DATA-HOJE  TO NOTIF-DATA
               ACCEPT NOTIF-HORA FROM TIME
               MOVE REC-FONE       TO NOTIF-FONE
               MOVE CLIENTES-NOME  TO NOTIF-NOME
               MOVE CLIENTES-EMAIL TO NOTIF-EMAIL
               MOVE ZEROS TO NOTIF-PEDIDO NOTIF-MANIFESTO
                             NOTIF-DATA-PREVISTA
                             NOTIF-DATA-ENTREGA
                             NOTIF-QT-FALTAS NOTIF-PERC-PRESENCA
                             NOTIF-ORC-NUMERO NOTIF-ORC-VALOR
                             NOTIF-ORC-VENCE NOTIF-PONTOS
               WRITE NOTIF-REG
               MOVE 'N' TO REC-NEGATIVACAO
               MOVE WRK-DATA-HOJE TO REC-DATA-NEGATIV
               MOVE 'AVISO' TO WRK-ACAO
               PERFORM 2900-REGRAVA-TITULO
               ADD 1 TO WRK-QT-AVISOS
            ELSE
               ADD 1 TO WRK-QT-FORA
            END-IF.

       2200-CONFERE-CLIENTE.
            MOVE 'ERRO ' TO DOC-TIPO.
            MOVE REC-FONE TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  MOVE SPACES TO CLIENTES-NOME CLIENTES-DOC
                  DISPLAY 'TITULO ' REC-NUMERO
                          ' SEM CADASTRO DE CLIENTE - NAO NEGATIVADO'
               NOT INVALID KEY
                  MOVE CLIENTES-DOC TO DOC-ENTRADA
                  PERFORM 9620-VALIDA-DOC
                  IF DOC-TIPO NOT = 'CPF  ' AND DOC-TIPO NOT = 'CNPJ '
                     DISPLAY 'TITULO ' REC-NUMERO
                             ' CLIENTE SEM CPF/CNPJ VALIDO'
                             ' - NAO NEGATIVADO'
                  END-IF
            END-READ.

       2300-VERIFICA-PRAZO-AVISO.
            COMPUTE WRK-DIAS-AVISO = WRK-JULIANO-HOJE
                    - FUNCTION INTEGER-OF-DATE(REC-DATA-NEGATIV).
            IF WRK-DIAS-AVISO NOT < WRK-NEGAT-AVISO
               PERFORM 2200-CONFERE-CLIENTE
               IF DOC-TIPO = 'CPF  ' OR DOC-TIPO = 'CNPJ '
                  PERFORM 2600-MONTA-DETALHE
                  MOVE WRK-NEG-DETALHE TO NEGINC-REG
                  WRITE NEGINC-REG
                  ADD 1 TO WRK-QT-INCLUSOES
                  ADD WRK-SALDO-CENTAVOS TO WRK-HASH-INC
                  MOVE 'I' TO REC-NEGATIVACAO
                  MOVE WRK-DATA-HOJE TO REC-DATA-NEGATIV
                  MOVE 'INCLUSAO' TO WRK-ACAO
                  PERFORM 2900-REGRAVA-TITULO
               ELSE
                  ADD 1 TO WRK-QT-FORA
               END-IF
            END-IF.

       2400-EXCLUI-TITULO.
            PERFORM 2200-CONFERE-CLIENTE.
            PERFORM 2600-MONTA-DETALHE.
            MOVE WRK-NEG-DETALHE TO NEGEXC-REG.
            WRITE NEGEXC-REG.
            ADD 1 TO WRK-QT-EXCLUSOES.
            ADD WRK-SALDO-CENTAVOS TO WRK-HASH-EXC.
            MOVE 'B' TO REC-NEGATIVACAO.
            MOVE WRK-DATA-HOJE TO REC-DATA-NEGATIV.
            MOVE 'EXCLUSAO' TO WRK-ACAO.
            PERFORM 2900-REGRAVA-TITULO.

      *----------------------------------------------------------------
      * Pago entre o aviso e a inclusao: nada foi ao orgao, o titulo
      * volta ao estado de nunca negativado.
      *----------------------------------------------------------------
       2500-CANCELA-AVISO.
            MOVE SPACE TO REC-NEGATIVACAO.
            MOVE WRK-DATA-HOJE TO REC-DATA-NEGATIV.
            MOVE 'CANCELADA' TO WRK-ACAO.
            PERFORM 2900-REGRAVA-TITULO.
            ADD 1 TO WRK-QT-CANCELADOS.

      *----------------------------------------------------------------
      * Detalhe comum a inclusao e exclusao: a exclusao leva o valor
      * original do titulo (o saldo ja zerou), a inclusao o saldo.
      *----------------------------------------------------------------
       2600-MONTA-DETALHE.
            IF WRK-SALDO > 0
               COMPUTE WRK-SALDO-CENTAVOS = WRK-SALDO * 100
            ELSE
               COMPUTE WRK-SALDO-CENTAVOS = REC-VALOR * 100
            END-IF.
            MOVE REC-NUMERO     TO WRK-ND-NUMERO.
            IF DOC-TIPO = 'CNPJ '
               MOVE 'J' TO WRK-ND-PESSOA
            ELSE
               MOVE 'F' TO WRK-ND-PESSOA
            END-IF.
            MOVE CLIENTES-DOC   TO WRK-ND-DOC.
            MOVE CLIENTES-NOME  TO WRK-ND-NOME.
            MOVE REC-VENCIMENTO TO WRK-ND-VENCTO.
            MOVE WRK-SALDO-CENTAVOS TO WRK-ND-VALOR.
            MOVE WRK-DATA-HOJE  TO WRK-ND-DATA.

       2900-REGRAVA-TITULO.
            REWRITE REC-REG
               INVALID KEY
                  DISPLAY 'ERRO AO MARCAR O TITULO ' REC-NUMERO
               NOT INVALID KEY
                  MOVE WRK-DATA-HOJE TO NLG-DATA
                  ACCEPT NLG-HORA FROM TIME
                  MOVE REC-NUMERO    TO NLG-NUMERO
                  MOVE REC-FONE      TO NLG-FONE
                  MOVE WRK-ACAO      TO NLG-ACAO
                  IF WRK-SALDO > 0
                     MOVE WRK-SALDO  TO NLG-VALOR
                  ELSE
                     MOVE REC-VALOR  TO NLG-VALOR
                  END-IF
                  WRITE NEGLOG-REG
            END-REWRITE.

       3000-FINALIZAR.
            IF WRK-SAIDAS-ABERTAS = 'S'
               MOVE WRK-QT-INCLUSOES TO WRK-NT-QTD
               MOVE WRK-HASH-INC     TO WRK-NT-HASH
               MOVE WRK-NEG-TRAILER TO NEGINC-REG
               WRITE NEGINC-REG
               CLOSE NEGINC
               MOVE WRK-QT-EXCLUSOES TO WRK-NT-QTD
               MOVE WRK-HASH-EXC     TO WRK-NT-HASH
               MOVE WRK-NEG-TRAILER TO NEGEXC-REG
               WRITE NEGEXC-REG
               CLOSE NEGEXC
            END-IF.
            IF WRK-MESTRES-ABERTOS = 'S'
               CLOSE RECEBER
               CLOSE CLIENTES
               CLOSE NOTIFICA
               CLOSE NEGLOG
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'TITULOS LIDOS........: ' WRK-QT-LIDOS
               DISPLAY 'AVISOS ENFILEIRADOS..: ' WRK-QT-AVISOS
               DISPLAY 'INCLUSOES (NEGINC)...: ' WRK-QT-INCLUSOES
               DISPLAY 'EXCLUSOES (NEGEXC)...: ' WRK-QT-EXCLUSOES
               DISPLAY 'AVISOS CANCELADOS....: ' WRK-QT-CANCELADOS
               DISPLAY 'SEM CADASTRO/DOCUMENTO: ' WRK-QT-FORA
               DISPLAY 'EVENTOS EM NOTIFICA.SPL (RODAR NOTPROC)'
               IF WRK-QT-FORA > 0
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'VALDOC.CPY'.

      *END PROGRAM NEGATIVA.
