      *                  para o relatorio de vendas por produto do
      *                  FECHAMENTO; codigo zero = venda sem produto
      *                  (servico), aceita.
      *  15/10/2026 GC - campanhas de promocao (PROMOSEL.cbl): com
      *                  produto e quantidade informados, o caixa
      *                  mostra o valor de tabela ja pelo preco da
      *                  melhor campanha valida no dia (categoria
      *                  varejo), usado quando o valor digitado e
      *                  zero; venda com campanha grava uma linha em
      *                  CAMPVEND.LOG (CAMPVEND.CPY) para o
      *                  CAMPREL.cbl.
      *  15/10/2026 GC - com o cadastro de lojas (LOJAS.DAT) o caixa
      *                  pede o codigo da loja ao abrir (loja ativa);
      *                  o movimento passa a PDVnnn.MOV e a emissao
      *                  vai para o arquivo de vendas da loja, com o
      *                  codigo em CTL-LOJA no header, que o
      *                  FECHAMENTO confere. Sem o cadastro segue
      *                  PDV.MOV/VENDAS.TXT. Os registros de header e
      *                  trailer voltam a ficar sob a FD de
      *                  VENDAS-SAIDA (estavam depois do COPY de
      *                  PRODUTOS.CPY, na FD do cadastro).
      *  15/10/2026 GC - turno de caixa por operador: o caixa abre o
      *                  turno com o fundo de troco e registra
      *                  sangrias e suprimentos (usuario e hora) em
      *                  CAIXAMOV.TXT (CAIXAMOV.CPY); a venda leva o
      *                  operador no PDV.MOV, e o fechamento do turno
      *                  imprime o dinheiro esperado do operador em
      *                  TURNO.REL (fundo + vendas em dinheiro +
      *                  suprimentos - sangrias). O CAIXACONF confere
      *                  a gaveta contra esse esperado. Um turno por
      *                  operador por dia; emissao do arquivo de
      *                  vendas so com o turno fechado.
      *  15/10/2026 GC - cancelamento de venda (opcao C): o operador
      *                  informa o numero da venda do seu turno e o
      *                  motivo, e um supervisor (nivel gerencial em
      *                  USUARIOS.DAT, diferente do operador) autoriza
      *                  com usuario e senha. O cancelamento vai para
      *                  CANCVEND.TXT (CANCVEND.CPY), sai do total do
      *                  dia e do dinheiro do turno, e a venda fica
      *                  fora do arquivo de vendas emitido. Relatorio
      *                  diario por operador no CANCREL.cbl.
      *  15/10/2026 GC - senha do supervisor conferida pelo resumo
      *                  de mao unica (SENHACOD.cbl) gravado em
      *                  USUARIOS.DAT.
      *  15/10/2026 GC - pontos de fidelidade (PONTOS.cbl): a venda
      *                  pode ser identificada pelo fone do cliente
      *                  (validado em CLIENTES.DAT, 0 = sem cliente),
      *                  que segue no PDV.MOV com a hora da venda e
      *                  ganha pontos pelo valor; o cancelamento
      *                  estorna os pontos da venda, e a opcao P
      *                  troca pontos por credito no balcao
      *                  (CREDITOS.DAT, abatido pelo RECEBE).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS VEND-CODIGO.
      * Movimento do dia, acumulado entre sessoes do caixa.
           SELECT PDV-MOV
             ASSIGN TO DYNAMIC WRK-NOME-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDV-MOV-STATUS.
           SELECT VENDAS-SAIDA
             ASSIGN TO DYNAMIC WRK-NOME-VENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDAS-STATUS.
           SELECT PRODUTOS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
      * Vendas feitas com preco de campanha, acumuladas entre dias.
           SELECT CAMPVEND
             ASSIGN TO 'CAMPVEND.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPVEND-STATUS.
      * Cadastro de lojas (LOJA.cbl): o caixa trabalha para uma loja.
           SELECT LOJAS
             ASSIGN TO 'LOJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOJAS-STATUS
               RECORD KEY IS LOJA-CODIGO.
      * Movimento de gaveta dos turnos (abertura, sangria,
      * suprimento, fechamento), lido tambem pelo CAIXACONF.
           SELECT CAIXAMOV
             ASSIGN TO 'CAIXAMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAIXAMOV-STATUS.
      * Auditoria dos cancelamentos de venda (CANCREL.cbl).
           SELECT CANCVEND
             ASSIGN TO 'CANCVEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANCVEND-STATUS.
      * Usuarios do login central: autorizacao do supervisor.
           SELECT USUARIOS
             ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIO-LOGIN.
      * Extrato do turno fechado, para o operador assinar com a
      * gaveta.
           SELECT TURNO-REL
             ASSIGN TO 'TURNO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TURNO-REL-STATUS.
      * Cadastro de clientes: fone da venda identificada (pontos).
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD VENDEDORES.
            05 MOV-FORMA-PAG  PIC X(01).
            05 MOV-PRODUTO    PIC 9(06).
            05 MOV-QTD        PIC 9(03).
      *     operador do turno que fez a venda (fica fora do
      *     VENDAS.TXT, que recebe so o detalhe acima)
            05 MOV-OPERADOR   PIC X(20).
      *     fone do cliente identificado (zero = sem cliente) e hora
      *     da venda, que compoem o documento dos pontos
            05 MOV-FONE       PIC 9(09).
            05 MOV-HORA       PIC 9(08).

       FD VENDAS-SAIDA.
       01 VENDAS-SAI-REG.
            05 SAI-FORMA-PAG  PIC X(01).
            05 SAI-PRODUTO    PIC 9(06).
            05 SAI-QTD        PIC 9(03).
       01 VENDAS-CTL-REG.
            05 CTL-TIPO-REG   PIC X(01).
            05 CTL-DATA-MOV   PIC 9(08).
            05 CTL-ORIGEM     PIC X(10).
            05 CTL-LOJA       PIC X(03).
       01 VENDAS-TRL-REG.
            05 TRL-TIPO-REG   PIC X(01).
            05 TRL-QT         PIC 9(07).
            05 TRL-HASH       PIC S9(11)V99.

       COPY 'PRODUTOS.CPY'.

       COPY 'LOJAS.CPY'.

       COPY 'CAMPVEND.CPY'.

       COPY 'CAIXAMOV.CPY'.

       COPY 'CANCVEND.CPY'.

       FD USUARIOS.
       01 USUARIO-REG.
            05 USUARIO-LOGIN    PIC X(20).
            05 USUARIO-SENHA    PIC X(10).
            05 USUARIO-NIVEL    PIC 9(02).
            05 USUARIO-SITUACAO PIC X(01).
                88 USU-ATIVO     VALUE 'A'.
                88 USU-BLOQUEADO VALUE 'B'.
            05 USUARIO-FALHAS   PIC 9(02).
            05 USUARIO-DT-TROCA PIC 9(08).
            05 USUARIO-SENHA-ANT OCCURS 3 TIMES PIC X(10).
            05 USUARIO-PERMISSOES.
                10 USUARIO-PERM OCCURS 8 TIMES PIC X(01).

       FD TURNO-REL.
       01 TURNO-REL-REG       PIC X(132).

       COPY 'CLIENTES.CPY'.

       WORKING-STORAGE SECTION.
       77 VENDEDORES-STATUS PIC 9(02).
       77 PDV-MOV-STATUS    PIC 9(02).
       77 LOJAS-STATUS      PIC 9(02).
       77 WRK-NOME-MOV      PIC X(30) VALUE 'PDV.MOV'.
       77 WRK-NOME-VENDAS   PIC X(30) VALUE 'VENDAS.TXT'.
       77 WRK-LOJA          PIC X(03) VALUE SPACES.
       77 WRK-TEM-LOJAS     PIC X(01) VALUE 'N'.
       77 WRK-FIM-LOJAS     PIC X(01) VALUE 'N'.
       77 CAIXAMOV-STATUS   PIC 9(02).
       77 TURNO-REL-STATUS  PIC 9(02).
       77 WRK-OPERADOR      PIC X(20) VALUE SPACES.
       77 WRK-USUARIO       PIC X(20) VALUE SPACES.
      *     situacao do turno do operador: branco = sem turno,
      *     A = aberto, F = fechado no dia
       77 WRK-TURNO-SIT     PIC X(01) VALUE SPACE.
       77 WRK-TIPO-MOV      PIC X(01) VALUE SPACE.
       77 WRK-VALOR-MOV     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FUNDO         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SUPRIMENTOS   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SANGRIAS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIN-OPERADOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ESPERADO      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ESPERADO-ED   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-HORA          PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CXM       PIC X(01) VALUE 'N'.
       77 CANCVEND-STATUS   PIC 9(02).
       77 USUARIOS-STATUS   PIC 9(02).
      *     posicao da venda no PDV.MOV (numero mostrado ao operador);
      *     WRK-QT-VENDAS conta so as nao canceladas
       77 WRK-QT-REGISTROS  PIC 9(05) VALUE ZEROS.
       77 WRK-NUM-VENDA     PIC 9(05) VALUE ZEROS.
       77 WRK-CANCELADA     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-VENDA   PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO        PIC X(02) VALUE SPACES.
       77 WRK-SUPERVISOR    PIC X(20) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
       77 WRK-IX-CANC       PIC 9(03) VALUE ZEROS.
       77 WRK-IX-MOV        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CANC       PIC 9(03) VALUE ZEROS.
       77 CLIENTES-STATUS   PIC 9(02).
       77 WRK-TEM-CLIENTES  PIC X(01) VALUE 'N'.
       77 WRK-FONE          PIC 9(09) VALUE ZEROS.
       77 WRK-HORA-VENDA    PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACE.
      *----------------------------------------------------------------
      * Vendas canceladas do movimento corrente (CANCVEND.TXT) e a
      * venda sendo cancelada, como lida do PDV.MOV.
      *----------------------------------------------------------------
       01 WRK-CANC-TAB.
            05 WRK-CANC-NUMERO OCCURS 500 TIMES PIC 9(05).
       01 WRK-VENDA-CANC.
            05 WRK-VC-VENDEDOR  PIC X(10).
            05 WRK-VC-VALOR     PIC S9(06)V99.
            05 WRK-VC-FORMA-PAG PIC X(01).
            05 WRK-VC-PRODUTO   PIC 9(06).
            05 WRK-VC-QTD       PIC 9(03).
            05 WRK-VC-OPERADOR  PIC X(20).
            05 WRK-VC-FONE      PIC 9(09).
            05 WRK-VC-HORA      PIC 9(08).
       77 VENDAS-STATUS     PIC 9(02).
       77 WRK-OPCAO         PIC X(01) VALUE SPACE.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-PRODUTO       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD           PIC 9(03) VALUE ZEROS.
       77 WRK-PRODUTO-OK    PIC X(01) VALUE 'N'.
       77 CAMPVEND-STATUS   PIC 9(02).
       77 WRK-VALOR-TABELA  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-CAMPANHA PIC 9(07)V99 VALUE ZEROS.
       01 WRK-PROMOSEL-PEDIDO.
            05 WRK-PMS-PRODUTO     PIC 9(06).
            05 WRK-PMS-DATA        PIC 9(08).
            05 WRK-PMS-CATEGORIA   PIC X(01).
            05 WRK-PMS-PRECO       PIC 9(07)V99.
            05 WRK-PMS-CAMPANHA    PIC X(06).
            05 WRK-PMS-PRECO-PROMO PIC 9(07)V99.
       01 WRK-SENHACOD-PARM.
            05 WRK-SHC-LOGIN   PIC X(20).
            05 WRK-SHC-SENHA   PIC X(10).
            05 WRK-SHC-RESUMO  PIC X(10).
       COPY 'SESSAO.CPY'.
       COPY 'PONTOSWS.COB'.
       COPY 'REPCTL.COB'.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
            IF PRODUTOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PRODUTOS
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
               MOVE 'S' TO WRK-TEM-CLIENTES
            END-IF.
            IF VENDEDORES-STATUS NOT = 0
               DISPLAY 'VENDEDOR.DAT INDISPONIVEL'
               MOVE 'X' TO WRK-OPCAO
            ELSE
               PERFORM 1050-SELECIONA-LOJA
               IF WRK-OPCAO NOT = 'X'
                  PERFORM 1100-RECUPERA-DIA
                  PERFORM 1300-ABRE-TURNO
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Com loja ativa no cadastro o caixa precisa saber de que loja
      * e: o movimento e o arquivo de vendas emitido sao da loja.
      * Sem cadastro (ou sem loja ativa) continua a loja unica.
      *----------------------------------------------------------------
       1050-SELECIONA-LOJA.
            OPEN INPUT LOJAS.
            IF LOJAS-STATUS = 0
               MOVE 'N' TO WRK-TEM-LOJAS WRK-FIM-LOJAS
               MOVE LOW-VALUES TO LOJA-CODIGO
               START LOJAS KEY IS NOT LESS THAN LOJA-CODIGO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-LOJAS
               END-START
               PERFORM 1055-PROCURA-ATIVA
                  UNTIL WRK-FIM-LOJAS = 'S' OR WRK-TEM-LOJAS = 'S'
               IF WRK-TEM-LOJAS = 'S'
                  PERFORM 1060-ESCOLHE-LOJA
               END-IF
               CLOSE LOJAS
            END-IF.

       1055-PROCURA-ATIVA.
            READ LOJAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-LOJAS
               NOT AT END
                  IF LOJA-ATIVA
                     MOVE 'S' TO WRK-TEM-LOJAS
                  END-IF
            END-READ.

       1060-ESCOLHE-LOJA.
            DISPLAY 'LOJA: '.
            ACCEPT WRK-LOJA.
            MOVE WRK-LOJA TO LOJA-CODIGO.
            READ LOJAS
               INVALID KEY
                  DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                  MOVE 'X' TO WRK-OPCAO
               NOT INVALID KEY
                  IF NOT LOJA-ATIVA
                     DISPLAY 'LOJA INATIVA: ' WRK-LOJA
                     MOVE 'X' TO WRK-OPCAO
                  END-IF
            END-READ.
            IF WRK-OPCAO NOT = 'X'
               MOVE SPACES TO WRK-NOME-MOV
               STRING 'PDV'       DELIMITED BY SIZE
                      LOJA-CODIGO DELIMITED BY SPACE
                      '.MOV'      DELIMITED BY SIZE
                      INTO WRK-NOME-MOV
               END-STRING
               IF LOJA-ARQ-VENDAS = SPACES
                  MOVE SPACES TO WRK-NOME-VENDAS
                  STRING 'VENDAS'    DELIMITED BY SIZE
                         LOJA-CODIGO DELIMITED BY SPACE
                         '.TXT'      DELIMITED BY SIZE
                         INTO WRK-NOME-VENDAS
                  END-STRING
               ELSE
                  MOVE LOJA-ARQ-VENDAS TO WRK-NOME-VENDAS
               END-IF
               DISPLAY 'LOJA ' LOJA-CODIGO ' - ' LOJA-NOME
            END-IF.

      *----------------------------------------------------------------
      * sido fechado e reaberto), refazendo o total corrente.
      *----------------------------------------------------------------
       1100-RECUPERA-DIA.
            PERFORM 1150-CARREGA-CANCELADAS.
            OPEN INPUT PDV-MOV.
            IF PDV-MOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
                  CLOSE PDV-MOV
                  OPEN EXTEND PDV-MOV
               END-IF.
            OPEN EXTEND CAMPVEND
              IF CAMPVEND-STATUS = 35 THEN
                  OPEN OUTPUT CAMPVEND
                  CLOSE CAMPVEND
                  OPEN EXTEND CAMPVEND
               END-IF.

      *----------------------------------------------------------------
      * Numeros das vendas canceladas do movimento corrente da loja:
      * os cancelamentos do dia posteriores a ultima emissao.
      *----------------------------------------------------------------
       1150-CARREGA-CANCELADAS.
            MOVE ZEROS TO WRK-QT-CANC.
            OPEN INPUT CANCVEND.
            IF CANCVEND-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 1160-LE-CANCELAMENTO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE CANCVEND
            END-IF.

       1160-LE-CANCELAMENTO.
            READ CANCVEND
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF CNV-DATA-MOV = WRK-DATA-HOJE
                     AND CNV-LOJA = WRK-LOJA
                     IF CNV-EMISSAO
                        MOVE ZEROS TO WRK-QT-CANC
                     ELSE
                        IF WRK-QT-CANC < 500
                           ADD 1 TO WRK-QT-CANC
                           MOVE CNV-NUMERO
                             TO WRK-CANC-NUMERO(WRK-QT-CANC)
                        END-IF
                     END-IF
                  END-IF
            END-READ.

       1200-SOMA-MOVIMENTO.
            READ PDV-MOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-REGISTROS
                  MOVE WRK-QT-REGISTROS TO WRK-NUM-VENDA
                  PERFORM 1260-VERIFICA-CANCELADA
                  IF WRK-CANCELADA = 'N'
                     ADD 1 TO WRK-QT-VENDAS
                     ADD MOV-VALOR TO WRK-TOTAL-DIA
                     ADD MOV-VALOR TO WRK-HASH-VALORES
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * WRK-CANCELADA = 'S' se a venda WRK-NUM-VENDA foi cancelada.
      *----------------------------------------------------------------
       1260-VERIFICA-CANCELADA.
            MOVE 'N' TO WRK-CANCELADA.
            PERFORM 1270-COMPARA-CANCELADA
               VARYING WRK-IX-CANC FROM 1 BY 1
               UNTIL WRK-IX-CANC > WRK-QT-CANC
                  OR WRK-CANCELADA = 'S'.

       1270-COMPARA-CANCELADA.
            IF WRK-CANC-NUMERO(WRK-IX-CANC) = WRK-NUM-VENDA
               MOVE 'S' TO WRK-CANCELADA
            END-IF.

      *----------------------------------------------------------------
      * Turno do operador: retoma o turno aberto no dia (o caixa pode
      * ter sido fechado e reaberto) ou abre um novo com o fundo de
      * troco. Operador em branco encerra o caixa.
      *----------------------------------------------------------------
       1300-ABRE-TURNO.
            MOVE SPACE TO WRK-TURNO-SIT.
            DISPLAY 'OPERADOR (BRANCO = SAIR): '.
            ACCEPT WRK-OPERADOR.
            IF WRK-OPERADOR = SPACES
               MOVE 'X' TO WRK-OPCAO
            ELSE
      *        avulso (fora do MENUGERAL) a sessao chega em LOW-VALUES
               IF SES-USUARIO = SPACES OR SES-USUARIO = LOW-VALUES
                  MOVE WRK-OPERADOR TO WRK-USUARIO
               ELSE
                  MOVE SES-USUARIO TO WRK-USUARIO
               END-IF
               PERFORM 1310-SITUACAO-TURNO
               EVALUATE WRK-TURNO-SIT
                  WHEN 'A'
                     PERFORM 1330-SOMA-DINHEIRO-OPERADOR
                     DISPLAY 'TURNO RETOMADO - FUNDO ' WRK-FUNDO
                             ' VENDAS EM DINHEIRO ' WRK-DIN-OPERADOR
                  WHEN 'F'
                     DISPLAY 'TURNO DO OPERADOR JA FECHADO HOJE'
                  WHEN OTHER
                     DISPLAY 'FUNDO DE TROCO: '
                     ACCEPT WRK-VALOR-MOV
                     MOVE 'A' TO WRK-TIPO-MOV
                     PERFORM 7900-GRAVA-CAIXAMOV
                     MOVE WRK-VALOR-MOV TO WRK-FUNDO
                     MOVE ZEROS TO WRK-SUPRIMENTOS WRK-SANGRIAS
                                   WRK-DIN-OPERADOR
                     MOVE 'A' TO WRK-TURNO-SIT
                     DISPLAY 'TURNO ABERTO - FUNDO ' WRK-FUNDO
               END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Refaz o turno do operador no dia a partir do CAIXAMOV.TXT:
      * fundo da abertura, suprimentos e sangrias ja registrados, e
      * se o turno ja foi fechado.
      *----------------------------------------------------------------
       1310-SITUACAO-TURNO.
            MOVE ZEROS TO WRK-FUNDO WRK-SUPRIMENTOS WRK-SANGRIAS
                          WRK-DIN-OPERADOR.
            OPEN INPUT CAIXAMOV.
            IF CAIXAMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-CXM
               PERFORM 1320-LE-CAIXAMOV UNTIL WRK-FIM-CXM = 'S'
               CLOSE CAIXAMOV
            END-IF.

       1320-LE-CAIXAMOV.
            READ CAIXAMOV
               AT END
                  MOVE 'S' TO WRK-FIM-CXM
               NOT AT END
                  IF CXM-DATA-MOV = WRK-DATA-HOJE
                     AND CXM-LOJA = WRK-LOJA
                     AND CXM-OPERADOR = WRK-OPERADOR
                     EVALUATE TRUE
                        WHEN CXM-ABERTURA
                           MOVE 'A' TO WRK-TURNO-SIT
                           MOVE CXM-VALOR TO WRK-FUNDO
                        WHEN CXM-SUPRIMENTO
                           ADD CXM-VALOR TO WRK-SUPRIMENTOS
                        WHEN CXM-SANGRIA
                           ADD CXM-VALOR TO WRK-SANGRIAS
                        WHEN CXM-FECHAMENTO
                           MOVE 'F' TO WRK-TURNO-SIT
                     END-EVALUATE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Vendas em dinheiro do operador ja gravadas no movimento do
      * dia (turno retomado).
      *----------------------------------------------------------------
       1330-SOMA-DINHEIRO-OPERADOR.
            MOVE ZEROS TO WRK-DIN-OPERADOR.
            CLOSE PDV-MOV.
            OPEN INPUT PDV-MOV.
            IF PDV-MOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE ZEROS TO WRK-NUM-VENDA
               PERFORM 1340-LE-VENDA-OPERADOR UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PDV-MOV
            END-IF.
            OPEN EXTEND PDV-MOV.

       1340-LE-VENDA-OPERADOR.
            READ PDV-MOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-NUM-VENDA
                  PERFORM 1260-VERIFICA-CANCELADA
                  IF MOV-OPERADOR = WRK-OPERADOR
                     AND MOV-FORMA-PAG = 'D'
                     AND WRK-CANCELADA = 'N'
                     ADD MOV-VALOR TO WRK-DIN-OPERADOR
                  END-IF
            END-READ.

       2000-PROCESSAR.
            IF WRK-TURNO-SIT = 'A'
               DISPLAY '(V) VENDA  (C) CANCELAR VENDA  (S) SANGRIA  '
                       '(U) SUPRIMENTO  (F) FECHAR TURNO  '
                       '(P) RESGATE DE PONTOS  (X) SAIR: '
            ELSE
               DISPLAY '(T) ABRIR TURNO  (E) EMITIR VENDAS.TXT  '
                       '(X) SAIR: '
            END-IF.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
               WHEN 'V'
               WHEN 'v'
                  IF WRK-TURNO-SIT = 'A'
                     PERFORM 5000-CAPTURA-VENDA
                  ELSE
                     DISPLAY 'SEM TURNO ABERTO'
                  END-IF
                  MOVE SPACE TO WRK-OPCAO
               WHEN 'C'
               WHEN 'c'
                  IF WRK-TURNO-SIT = 'A'
                     PERFORM 7400-CANCELA-VENDA
                  ELSE
                     DISPLAY 'SEM TURNO ABERTO'
                  END-IF
                  MOVE SPACE TO WRK-OPCAO
               WHEN 'S'
               WHEN 's'
                  IF WRK-TURNO-SIT = 'A'
                     PERFORM 7100-SANGRIA
                  ELSE
                     DISPLAY 'SEM TURNO ABERTO'
                  END-IF
                  MOVE SPACE TO WRK-OPCAO
               WHEN 'U'
               WHEN 'u'
                  IF WRK-TURNO-SIT = 'A'
                     PERFORM 7200-SUPRIMENTO
                  ELSE
                     DISPLAY 'SEM TURNO ABERTO'
                  END-IF
                  MOVE SPACE TO WRK-OPCAO
               WHEN 'P'
               WHEN 'p'
                  IF WRK-TURNO-SIT = 'A'
                     PERFORM 7500-RESGATE-PONTOS
                  ELSE
                     DISPLAY 'SEM TURNO ABERTO'
                  END-IF
                  MOVE SPACE TO WRK-OPCAO
               WHEN 'F'
               WHEN 'f'
                  IF WRK-TURNO-SIT = 'A'
                     PERFORM 7300-FECHA-TURNO
                  ELSE
                     DISPLAY 'SEM TURNO ABERTO'
                  END-IF
                  MOVE SPACE TO WRK-OPCAO
               WHEN 'T'
               WHEN 't'
                  IF WRK-TURNO-SIT = 'A'
                     DISPLAY 'FECHE O TURNO ATUAL ANTES'
                     MOVE SPACE TO WRK-OPCAO
                  ELSE
                     MOVE SPACE TO WRK-OPCAO
                     PERFORM 1300-ABRE-TURNO
                  END-IF
               WHEN 'E'
               WHEN 'e'
                  IF WRK-TURNO-SIT = 'A'
                     DISPLAY 'FECHE O TURNO ANTES DE EMITIR'
                     MOVE SPACE TO WRK-OPCAO
                  ELSE
                     PERFORM 6000-EMITE-VENDAS
                     MOVE 'X' TO WRK-OPCAO
                  END-IF
               WHEN 'x'
                  MOVE 'X' TO WRK-OPCAO
               WHEN 'X'
            DISPLAY 'PRODUTO (0 = VENDA SEM PRODUTO): '.
            ACCEPT WRK-PRODUTO.
            MOVE ZEROS TO WRK-QTD.
            MOVE ZEROS TO WRK-VALOR-TABELA WRK-DESC-CAMPANHA.
            MOVE SPACES TO WRK-PMS-CAMPANHA.
            MOVE 'S' TO WRK-PRODUTO-OK.
            IF WRK-PRODUTO NOT = ZEROS AND WRK-TEM-PRODUTOS = 'N'
      *        sem o cadastro aberto nao da para validar o produto:
                  NOT INVALID KEY
                     DISPLAY 'QUANTIDADE: '
                     ACCEPT WRK-QTD
                     PERFORM 5120-PRECO-CAMPANHA
               END-READ
            END-IF.
            IF WRK-PRODUTO-OK = 'N'
               PERFORM 5150-CAPTURA-PAGAMENTO
            END-IF.

      *----------------------------------------------------------------
      * Valor de tabela da venda: preco da melhor campanha valida no
      * dia para o balcao (categoria varejo; sem campanha e o
      * PRODUTO-PRECO) x quantidade.
      *----------------------------------------------------------------
       5120-PRECO-CAMPANHA.
            MOVE PRODUTO-CODIGO TO WRK-PMS-PRODUTO.
            MOVE WRK-DATA-HOJE  TO WRK-PMS-DATA.
            MOVE 'V'            TO WRK-PMS-CATEGORIA.
            MOVE PRODUTO-PRECO  TO WRK-PMS-PRECO.
            MOVE SPACES         TO WRK-PMS-CAMPANHA.
            MOVE PRODUTO-PRECO  TO WRK-PMS-PRECO-PROMO.
            CALL 'PROMOSEL' USING WRK-PROMOSEL-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            COMPUTE WRK-VALOR-TABELA = WRK-PMS-PRECO-PROMO * WRK-QTD
               ON SIZE ERROR
                  MOVE ZEROS TO WRK-VALOR-TABELA
            END-COMPUTE.
            COMPUTE WRK-DESC-CAMPANHA =
                    (PRODUTO-PRECO - WRK-PMS-PRECO-PROMO) * WRK-QTD.
            IF WRK-PMS-CAMPANHA NOT = SPACES
               DISPLAY 'CAMPANHA ' WRK-PMS-CAMPANHA
                       ' - UNIT ' WRK-PMS-PRECO-PROMO
                       ' (TABELA ' PRODUTO-PRECO ')'
            END-IF.
            DISPLAY 'VALOR DE TABELA: ' WRK-VALOR-TABELA.

       5150-CAPTURA-PAGAMENTO.
            IF WRK-VALOR-TABELA > ZEROS
               DISPLAY 'VALOR DA VENDA (0 = VALOR DE TABELA): '
            ELSE
               DISPLAY 'VALOR DA VENDA: '
            END-IF.
            ACCEPT WRK-VALOR.
            IF WRK-VALOR = ZEROS
               MOVE WRK-VALOR-TABELA TO WRK-VALOR
            END-IF.
            DISPLAY 'FORMA (D=DINHEIRO C=CARTAO P=PIX): '.
            ACCEPT WRK-FORMA.
            IF WRK-FORMA = 'd'
                    AND WRK-FORMA NOT = 'P'
                  DISPLAY 'FORMA INVALIDA - VENDA IGNORADA'
               WHEN OTHER
                  PERFORM 5180-IDENTIFICA-CLIENTE
                  PERFORM 5200-GRAVA-VENDA
            END-EVALUATE.

      *----------------------------------------------------------------
      * Fone do cliente para os pontos de fidelidade: opcional (zero
      * = venda sem cliente); fone fora do cadastro ou cliente
      * inativo segue como venda sem cliente.
      *----------------------------------------------------------------
       5180-IDENTIFICA-CLIENTE.
            MOVE ZEROS TO WRK-FONE.
            IF WRK-TEM-CLIENTES = 'S'
               DISPLAY 'FONE DO CLIENTE (0 = SEM CLIENTE): '
               ACCEPT WRK-FONE
            END-IF.
            IF WRK-FONE NOT = ZEROS
               MOVE WRK-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     DISPLAY 'CLIENTE NAO CADASTRADO - VENDA SEM '
                             'PONTOS'
                     MOVE ZEROS TO WRK-FONE
                  NOT INVALID KEY
                     IF CLI-INATIVO
                        DISPLAY 'CLIENTE INATIVO - VENDA SEM PONTOS'
                        MOVE ZEROS TO WRK-FONE
                     ELSE
                        DISPLAY 'CLIENTE: ' CLIENTES-NOME
                     END-IF
               END-READ
            END-IF.

       5200-GRAVA-VENDA.
            MOVE WRK-VENDEDOR TO MOV-VENDEDOR.
            MOVE WRK-VALOR    TO MOV-VALOR.
            MOVE WRK-FORMA    TO MOV-FORMA-PAG.
            MOVE WRK-PRODUTO  TO MOV-PRODUTO.
            MOVE WRK-QTD      TO MOV-QTD.
            MOVE WRK-OPERADOR TO MOV-OPERADOR.
            ACCEPT WRK-HORA-VENDA FROM TIME.
            MOVE WRK-FONE     TO MOV-FONE.
            MOVE WRK-HORA-VENDA TO MOV-HORA.
            WRITE PDV-MOV-REG.
            IF WRK-FORMA = 'D'
               ADD WRK-VALOR TO WRK-DIN-OPERADOR
            END-IF.
            ADD 1 TO WRK-QT-REGISTROS.
            ADD 1 TO WRK-QT-VENDAS.
            ADD WRK-VALOR TO WRK-TOTAL-DIA.
            ADD WRK-VALOR TO WRK-HASH-VALORES.
            DISPLAY 'VENDA ' WRK-QT-REGISTROS ' REGISTRADA - '
                    'TOTAL DO DIA: ' WRK-TOTAL-DIA.
            IF WRK-PMS-CAMPANHA NOT = SPACES
               MOVE WRK-DATA-HOJE     TO CVD-DATA
               MOVE WRK-PMS-CAMPANHA  TO CVD-CAMPANHA
               MOVE WRK-PRODUTO       TO CVD-PRODUTO
               MOVE WRK-QTD           TO CVD-QTD
               MOVE WRK-VALOR         TO CVD-VALOR
               MOVE WRK-DESC-CAMPANHA TO CVD-DESCONTO
               WRITE CVD-REG
            END-IF.
            IF WRK-FONE NOT = ZEROS
               PERFORM 5300-PONTUA-VENDA
            END-IF.

      *----------------------------------------------------------------
      * Pontos da venda identificada; o documento (PDV, loja, dia e
      * hora da venda) e o mesmo que o cancelamento estorna.
      *----------------------------------------------------------------
       5300-PONTUA-VENDA.
            MOVE 'G'            TO PNT-FUNCAO.
            MOVE WRK-FONE       TO PNT-FONE.
            MOVE WRK-HORA-VENDA TO WRK-VC-HORA.
            PERFORM 5350-DOCUMENTO-PONTOS.
            MOVE WRK-VALOR      TO PNT-VALOR.
            PERFORM 5390-CHAMA-PONTOS.
            IF PNT-RESULTADO = 'S'
               DISPLAY 'PONTOS GANHOS: ' PNT-PONTOS
                       '  SALDO: ' PNT-SALDO
            ELSE
               DISPLAY 'PONTOS NAO LANCADOS: ' PNT-MENSAGEM
            END-IF.

       5350-DOCUMENTO-PONTOS.
            MOVE SPACES TO PNT-DOCUMENTO.
            STRING 'PDV'         DELIMITED BY SIZE
                   WRK-LOJA      DELIMITED BY SIZE
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   WRK-VC-HORA   DELIMITED BY SIZE
                   INTO PNT-DOCUMENTO
            END-STRING.

       5390-CHAMA-PONTOS.
            MOVE 'PDV'          TO PNT-ORIGEM.
            MOVE WRK-DATA-HOJE  TO PNT-DATA.
            CALL 'PONTOS' USING PNT-PEDIDO
               ON EXCEPTION
                  MOVE 'N' TO PNT-RESULTADO
                  MOVE 'PONTOS INDISPONIVEL' TO PNT-MENSAGEM
            END-CALL.

      *----------------------------------------------------------------
      * Emissao do VENDAS.TXT do dia: header, os detalhes do PDV.MOV
      * (menos as vendas canceladas) e o trailer com contagem/hash -
      * o FECHAMENTO le sem rejeitar nada; o PDV.MOV e esvaziado na
      * sequencia e a emissao e marcada no CANCVEND.TXT.
      *----------------------------------------------------------------
       6000-EMITE-VENDAS.
            CLOSE PDV-MOV.
            MOVE 'H' TO CTL-TIPO-REG.
            MOVE WRK-DATA-HOJE TO CTL-DATA-MOV.
            MOVE 'PDV' TO CTL-ORIGEM.
            MOVE WRK-LOJA TO CTL-LOJA.
            WRITE VENDAS-CTL-REG.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE ZEROS TO WRK-NUM-VENDA.
            PERFORM 6100-COPIA-VENDA UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'T' TO TRL-TIPO-REG.
            MOVE WRK-QT-VENDAS TO TRL-QT.
            CLOSE PDV-MOV.
      *     movimento emitido: esvazia para o dia seguinte
            OPEN OUTPUT PDV-MOV.
      *     a numeracao das vendas recomeca: cancelamentos anteriores
      *     nao valem para o movimento novo
            INITIALIZE CNV-REG.
            MOVE 'E' TO CNV-TIPO.
            PERFORM 7950-GRAVA-CANCVEND.
            MOVE ZEROS TO WRK-QT-CANC.
            DISPLAY WRK-NOME-VENDAS ' EMITIDO: ' WRK-QT-VENDAS
                    ' VENDA(S), TOTAL ' WRK-TOTAL-DIA.

       6100-COPIA-VENDA.
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-NUM-VENDA
                  PERFORM 1260-VERIFICA-CANCELADA
                  IF WRK-CANCELADA = 'N'
                     MOVE PDV-MOV-REG TO VENDAS-SAI-REG
                     WRITE VENDAS-SAI-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Sangria: dinheiro retirado da gaveta para o cofre.
      *----------------------------------------------------------------
       7100-SANGRIA.
            DISPLAY 'VALOR DA SANGRIA: '.
            ACCEPT WRK-VALOR-MOV.
            IF WRK-VALOR-MOV = ZEROS
               DISPLAY 'VALOR ZERADO - SANGRIA IGNORADA'
            ELSE
               MOVE 'S' TO WRK-TIPO-MOV
               PERFORM 7900-GRAVA-CAIXAMOV
               ADD WRK-VALOR-MOV TO WRK-SANGRIAS
               DISPLAY 'SANGRIA REGISTRADA: ' WRK-VALOR-MOV
            END-IF.

      *----------------------------------------------------------------
      * Suprimento: troco colocado na gaveta durante o turno.
      *----------------------------------------------------------------
       7200-SUPRIMENTO.
            DISPLAY 'VALOR DO SUPRIMENTO: '.
            ACCEPT WRK-VALOR-MOV.
            IF WRK-VALOR-MOV = ZEROS
               DISPLAY 'VALOR ZERADO - SUPRIMENTO IGNORADO'
            ELSE
               MOVE 'U' TO WRK-TIPO-MOV
               PERFORM 7900-GRAVA-CAIXAMOV
               ADD WRK-VALOR-MOV TO WRK-SUPRIMENTOS
               DISPLAY 'SUPRIMENTO REGISTRADO: ' WRK-VALOR-MOV
            END-IF.

      *----------------------------------------------------------------
      * Fechamento do turno: dinheiro esperado na gaveta do operador
      * (fundo + vendas em dinheiro + suprimentos - sangrias),
      * gravado no CAIXAMOV.TXT e impresso em TURNO.REL.
      *----------------------------------------------------------------
       7300-FECHA-TURNO.
            COMPUTE WRK-ESPERADO = WRK-FUNDO + WRK-DIN-OPERADOR
                                 + WRK-SUPRIMENTOS - WRK-SANGRIAS.
            MOVE 'F' TO WRK-TIPO-MOV.
            PERFORM 7900-GRAVA-CAIXAMOV.
            MOVE 'F' TO WRK-TURNO-SIT.
            MOVE WRK-ESPERADO TO WRK-ESPERADO-ED.
            DISPLAY 'TURNO FECHADO - DINHEIRO ESPERADO NA GAVETA: '
                    WRK-ESPERADO-ED.
            OPEN OUTPUT TURNO-REL.
            IF TURNO-REL-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR TURNO.REL'
            ELSE
               MOVE ZEROS TO RPT-PAGINA RPT-LINHA
               MOVE 'FECHAMENTO DE TURNO DE CAIXA' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               PERFORM 7310-EXTRATO-TURNO
               PERFORM 9995-RODAPE-RPT
               CLOSE TURNO-REL
            END-IF.

       7310-EXTRATO-TURNO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'LOJA '         DELIMITED BY SIZE
                   WRK-LOJA        DELIMITED BY SIZE
                   '  DATA '       DELIMITED BY SIZE
                   WRK-DATA-HOJE   DELIMITED BY SIZE
                   '  OPERADOR '   DELIMITED BY SIZE
                   WRK-OPERADOR    DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'FUNDO DE TROCO.........: ' DELIMITED BY SIZE
                   WRK-FUNDO                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '(+) VENDAS EM DINHEIRO.: ' DELIMITED BY SIZE
                   WRK-DIN-OPERADOR            DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '(+) SUPRIMENTOS........: ' DELIMITED BY SIZE
                   WRK-SUPRIMENTOS             DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '(-) SANGRIAS...........: ' DELIMITED BY SIZE
                   WRK-SANGRIAS                DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '(=) DINHEIRO ESPERADO..: ' DELIMITED BY SIZE
                   WRK-ESPERADO-ED             DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'ASSINATURA DO OPERADOR: ____________________'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Cancelamento de venda do turno: numero da venda (so do
      * operador), motivo e autorizacao do supervisor; a venda sai
      * do total do dia e, em dinheiro, do esperado na gaveta.
      *----------------------------------------------------------------
       7400-CANCELA-VENDA.
            MOVE 'N' TO WRK-ACHOU-VENDA.
            DISPLAY 'NUMERO DA VENDA A CANCELAR: '.
            ACCEPT WRK-NUM-VENDA.
            IF WRK-NUM-VENDA = ZEROS
               OR WRK-NUM-VENDA > WRK-QT-REGISTROS
               DISPLAY 'VENDA INEXISTENTE'
            ELSE
               PERFORM 1260-VERIFICA-CANCELADA
               IF WRK-CANCELADA = 'S'
                  DISPLAY 'VENDA JA CANCELADA'
               ELSE
                  PERFORM 7410-LOCALIZA-VENDA
               END-IF
            END-IF.
            IF WRK-ACHOU-VENDA = 'S'
               AND WRK-VC-OPERADOR NOT = WRK-OPERADOR
               DISPLAY 'VENDA DE OUTRO OPERADOR: ' WRK-VC-OPERADOR
               MOVE 'N' TO WRK-ACHOU-VENDA
            END-IF.
            IF WRK-ACHOU-VENDA = 'S'
               PERFORM 7430-CONFIRMA-CANCELAMENTO
            END-IF.

      *----------------------------------------------------------------
      * Le a venda WRK-NUM-VENDA do PDV.MOV (reaberto em EXTEND na
      * volta).
      *----------------------------------------------------------------
       7410-LOCALIZA-VENDA.
            CLOSE PDV-MOV.
            OPEN INPUT PDV-MOV.
            IF PDV-MOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE ZEROS TO WRK-IX-MOV
               PERFORM 7420-LE-VENDA
                  UNTIL WRK-FIM-ARQ = 'S' OR WRK-ACHOU-VENDA = 'S'
               CLOSE PDV-MOV
            END-IF.
            OPEN EXTEND PDV-MOV.
            IF WRK-ACHOU-VENDA = 'N'
               DISPLAY 'VENDA NAO ENCONTRADA NO MOVIMENTO'
            END-IF.

       7420-LE-VENDA.
            READ PDV-MOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-IX-MOV
                  IF WRK-IX-MOV = WRK-NUM-VENDA
                     MOVE 'S' TO WRK-ACHOU-VENDA
                     MOVE MOV-VENDEDOR  TO WRK-VC-VENDEDOR
                     MOVE MOV-VALOR     TO WRK-VC-VALOR
                     MOVE MOV-FORMA-PAG TO WRK-VC-FORMA-PAG
                     MOVE MOV-PRODUTO   TO WRK-VC-PRODUTO
                     MOVE MOV-QTD       TO WRK-VC-QTD
                     MOVE MOV-OPERADOR  TO WRK-VC-OPERADOR
                     MOVE ZEROS         TO WRK-VC-FONE WRK-VC-HORA
                     IF MOV-FONE IS NUMERIC
                        MOVE MOV-FONE   TO WRK-VC-FONE
                        MOVE MOV-HORA   TO WRK-VC-HORA
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Motivo e autorizacao do supervisor para a venda localizada.
      *----------------------------------------------------------------
       7430-CONFIRMA-CANCELAMENTO.
            DISPLAY 'VENDA ' WRK-NUM-VENDA ' VENDEDOR ' WRK-VC-VENDEDOR
                    ' VALOR ' WRK-VC-VALOR ' FORMA ' WRK-VC-FORMA-PAG.
            DISPLAY 'MOTIVO: 01 DIGITACAO  02 DESISTENCIA  '
                    '03 PAGAMENTO  04 PRODUTO  99 OUTROS: '.
            ACCEPT WRK-MOTIVO.
            MOVE WRK-MOTIVO TO CNV-MOTIVO.
            IF NOT CNV-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO - CANCELAMENTO IGNORADO'
            ELSE
               PERFORM 7450-AUTORIZA-SUPERVISOR
               IF WRK-AUTORIZADO = 'S'
                  PERFORM 7440-EFETIVA-CANCELAMENTO
               ELSE
                  DISPLAY 'CANCELAMENTO NAO AUTORIZADO'
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Grava a auditoria e tira a venda do total do dia e, em
      * dinheiro, do esperado na gaveta do turno.
      *----------------------------------------------------------------
       7440-EFETIVA-CANCELAMENTO.
            MOVE 'C'              TO CNV-TIPO.
            MOVE WRK-NUM-VENDA    TO CNV-NUMERO.
            MOVE WRK-VC-OPERADOR  TO CNV-OPERADOR.
            MOVE WRK-SUPERVISOR   TO CNV-SUPERVISOR.
            MOVE WRK-MOTIVO       TO CNV-MOTIVO.
            MOVE WRK-VC-VENDEDOR  TO CNV-VENDEDOR.
            MOVE WRK-VC-VALOR     TO CNV-VALOR.
            MOVE WRK-VC-FORMA-PAG TO CNV-FORMA-PAG.
            MOVE WRK-VC-PRODUTO   TO CNV-PRODUTO.
            MOVE WRK-VC-QTD       TO CNV-QTD.
            PERFORM 7950-GRAVA-CANCVEND.
            IF WRK-QT-CANC < 500
               ADD 1 TO WRK-QT-CANC
               MOVE WRK-NUM-VENDA TO WRK-CANC-NUMERO(WRK-QT-CANC)
            END-IF.
            SUBTRACT 1 FROM WRK-QT-VENDAS.
            SUBTRACT WRK-VC-VALOR FROM WRK-TOTAL-DIA.
            SUBTRACT WRK-VC-VALOR FROM WRK-HASH-VALORES.
            IF WRK-VC-FORMA-PAG = 'D'
               SUBTRACT WRK-VC-VALOR FROM WRK-DIN-OPERADOR
            END-IF.
            DISPLAY 'VENDA ' WRK-NUM-VENDA ' CANCELADA - '
                    'TOTAL DO DIA: ' WRK-TOTAL-DIA.
            IF WRK-VC-FONE NOT = ZEROS
               PERFORM 7445-ESTORNA-PONTOS
            END-IF.

      *----------------------------------------------------------------
      * Venda cancelada com cliente: estorna os pontos ganhos nela
      * (valor cheio da venda).
      *----------------------------------------------------------------
       7445-ESTORNA-PONTOS.
            MOVE 'E'            TO PNT-FUNCAO.
            MOVE WRK-VC-FONE    TO PNT-FONE.
            PERFORM 5350-DOCUMENTO-PONTOS.
            MOVE WRK-VC-VALOR   TO PNT-VALOR.
            PERFORM 5390-CHAMA-PONTOS.
            IF PNT-RESULTADO = 'S'
               DISPLAY 'PONTOS ESTORNADOS: ' PNT-PONTOS
                       '  SALDO: ' PNT-SALDO
            END-IF.
            IF PNT-MENSAGEM NOT = SPACES
               DISPLAY PNT-MENSAGEM
            END-IF.

      *----------------------------------------------------------------
      * Autorizacao do supervisor: usuario ativo do login central,
      * nivel gerencial (02 ou 03), senha conferida e diferente do
      * operador do caixa.
      *----------------------------------------------------------------
       7450-AUTORIZA-SUPERVISOR.
            MOVE 'N' TO WRK-AUTORIZADO.
            DISPLAY 'SUPERVISOR: '.
            ACCEPT WRK-SUPERVISOR.
            DISPLAY 'SENHA: '.
            ACCEPT WRK-SENHA.
            IF WRK-SUPERVISOR = SPACES
               OR WRK-SUPERVISOR = WRK-OPERADOR
               OR WRK-SUPERVISOR = WRK-USUARIO
               DISPLAY 'SUPERVISOR DEVE SER DIFERENTE DO OPERADOR'
            ELSE
               OPEN INPUT USUARIOS
               IF USUARIOS-STATUS NOT = 0
                  DISPLAY 'USUARIOS.DAT INDISPONIVEL'
               ELSE
                  PERFORM 7460-CONFERE-SUPERVISOR
                  CLOSE USUARIOS
               END-IF
            END-IF.

       7460-CONFERE-SUPERVISOR.
            MOVE WRK-SUPERVISOR TO USUARIO-LOGIN.
            MOVE WRK-SUPERVISOR TO WRK-SHC-LOGIN.
            MOVE WRK-SENHA      TO WRK-SHC-SENHA.
            MOVE HIGH-VALUES    TO WRK-SHC-RESUMO.
            CALL 'SENHACOD' USING WRK-SENHACOD-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            READ USUARIOS
               INVALID KEY
                  DISPLAY 'SUPERVISOR NAO CADASTRADO'
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN NOT USU-ATIVO
                        DISPLAY 'SUPERVISOR BLOQUEADO'
                     WHEN USUARIO-SENHA NOT = WRK-SHC-RESUMO
                        DISPLAY 'SENHA INVALIDA'
                     WHEN USUARIO-NIVEL < 02
                        DISPLAY 'USUARIO SEM NIVEL DE SUPERVISOR'
                     WHEN OTHER
                        MOVE 'S' TO WRK-AUTORIZADO
                  END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * Grava uma linha do CANCVEND.TXT (tipo e dados do
      * cancelamento ja em CNV-REG) com data, loja e hora.
      *----------------------------------------------------------------
       7950-GRAVA-CANCVEND.
            MOVE WRK-DATA-HOJE TO CNV-DATA-MOV.
            MOVE WRK-LOJA      TO CNV-LOJA.
            ACCEPT WRK-HORA FROM TIME.
            MOVE WRK-HORA      TO CNV-HORA.
            OPEN EXTEND CANCVEND.
            IF CANCVEND-STATUS = 35
               OPEN OUTPUT CANCVEND
               CLOSE CANCVEND
               OPEN EXTEND CANCVEND
            END-IF.
            WRITE CNV-REG.
            CLOSE CANCVEND.

      *----------------------------------------------------------------
      * Grava um movimento de gaveta (WRK-TIPO-MOV; valor em
      * WRK-VALOR-MOV ou, no fechamento, o esperado) com usuario e
      * hora; aberto e fechado a cada registro, para nao perder o
      * movimento se o caixa cair.
      *----------------------------------------------------------------
       7900-GRAVA-CAIXAMOV.
            OPEN EXTEND CAIXAMOV.
            IF CAIXAMOV-STATUS = 35
               OPEN OUTPUT CAIXAMOV
               CLOSE CAIXAMOV
               OPEN EXTEND CAIXAMOV
            END-IF.
            MOVE WRK-DATA-HOJE TO CXM-DATA-MOV.
            MOVE WRK-LOJA      TO CXM-LOJA.
            MOVE WRK-OPERADOR  TO CXM-OPERADOR.
            MOVE WRK-TIPO-MOV  TO CXM-TIPO.
            ACCEPT WRK-HORA FROM TIME.
            MOVE WRK-HORA      TO CXM-HORA.
            MOVE WRK-USUARIO   TO CXM-USUARIO.
            IF WRK-TIPO-MOV = 'F'
               MOVE WRK-ESPERADO  TO CXM-VALOR
            ELSE
               MOVE WRK-VALOR-MOV TO CXM-VALOR
            END-IF.
            WRITE CXM-REG.
            CLOSE CAIXAMOV.

      *----------------------------------------------------------------
      * Resgate de pontos no balcao: mostra o saldo do fone e troca
      * os pontos pedidos por um credito em CREDITOS.DAT, que o
      * RECEBE abate na proxima fatura do cliente.
      *----------------------------------------------------------------
       7500-RESGATE-PONTOS.
            MOVE ZEROS TO WRK-FONE.
            DISPLAY 'FONE DO CLIENTE: '.
            ACCEPT WRK-FONE.
            IF WRK-FONE = ZEROS
               DISPLAY 'RESGATE IGNORADO'
            ELSE
               MOVE 'S'      TO PNT-FUNCAO
               MOVE WRK-FONE TO PNT-FONE
               MOVE SPACES   TO PNT-DOCUMENTO
               MOVE ZEROS    TO PNT-VALOR PNT-PONTOS
               PERFORM 5390-CHAMA-PONTOS
               IF PNT-RESULTADO NOT = 'S'
                  DISPLAY 'PONTOS INDISPONIVEL: ' PNT-MENSAGEM
               ELSE
                  PERFORM 7510-CONFIRMA-RESGATE
               END-IF
            END-IF.

       7510-CONFIRMA-RESGATE.
            DISPLAY 'SALDO DE PONTOS: ' PNT-SALDO
                    '  A VENCER EM 30 DIAS: ' PNT-A-VENCER.
            IF PNT-SALDO = ZEROS
               DISPLAY 'CLIENTE SEM PONTOS'
            ELSE
               DISPLAY 'PONTOS A RESGATAR: '
               ACCEPT PNT-PONTOS
               DISPLAY 'CONFIRMA O RESGATE (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                  MOVE 'R'      TO PNT-FUNCAO
                  MOVE WRK-FONE TO PNT-FONE
                  PERFORM 5390-CHAMA-PONTOS
                  IF PNT-RESULTADO = 'S'
                     DISPLAY 'CREDITO ' PNT-CREDITO ' DE ' PNT-VALOR
                             ' ABERTO - SALDO DE PONTOS: ' PNT-SALDO
                  ELSE
                     DISPLAY 'RESGATE RECUSADO: ' PNT-MENSAGEM
                  END-IF
               ELSE
                  DISPLAY 'RESGATE IGNORADO'
               END-IF
            END-IF.

       3000-FINALIZAR.
            IF VENDEDORES-STATUS = 0
               CLOSE VENDEDORES
            END-IF.
            IF WRK-TEM-CLIENTES = 'S'
               CLOSE CLIENTES
            END-IF.
            IF WRK-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
            END-IF.
            CLOSE PDV-MOV.
            CLOSE CAMPVEND.
            DISPLAY 'VENDAS NA SESSAO/DIA: ' WRK-QT-VENDAS
                    '  TOTAL: ' WRK-TOTAL-DIA.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==TURNO-REL-REG==.

      *END PROGRAM PDV.
