       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACCAD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Chamados do atendimento ao cliente (SAC.DAT), no
      *           padrao de tela dos demais cadastros, chamado pelo
      *           MENUGERAL. Reclamacao de entrega atrasada (A),
      *           avaria (D), cobranca (C) ou outros (O) deixa o
      *           caderno do balcao e vira chamado numerado (SAC.SEQ,
      *           mesmo esquema do ROMANEIO.SEQ), ligado ao cliente e,
      *           quando for o caso, ao pedido (fone/data/hora) ou a
      *           fatura, com responsavel e situacao (A aberto,
      *           E em andamento, F encerrado). O encerramento carimba
      *           a data; chamado nao se exclui. O envelhecimento dos
      *           abertos por categoria sai no SACREL.cbl e os
      *           abertos do cliente na consulta 360 (CLI360.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAC
             ASSIGN TO 'SAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SAC-STATUS
               RECORD KEY IS SAC-NUMERO.
      * Sequencia do numero do chamado, persistida entre execucoes.
           SELECT SACSEQ
             ASSIGN TO 'SAC.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SACSEQ-STATUS.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
      * Pedidos, faturas e usuarios so conferem as ligacoes do
      * chamado; sem o arquivo a ligacao e aceita como digitada.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
           SELECT FATURAS
             ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FATURAS-STATUS
               RECORD KEY IS FAT-CHAVE.
           SELECT USUARIOS
             ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIO-LOGIN.
       DATA DIVISION.
       FILE SECTION.
       COPY 'SAC.CPY'.

       FD SACSEQ.
       01 SACSEQ-REG.
            05 SACSEQ-NUMERO    PIC 9(06).

       COPY 'CLIENTES.CPY'.

       COPY 'PEDIDOS.CPY'.

       COPY 'FATURAS.CPY'.

       FD USUARIOS.
       01 USUARIO-REG.
            05 USUARIO-LOGIN    PIC X(20).
            05 USUARIO-RESTO    PIC X(61).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(25).
       77 WRK-TECLA PIC X(1).
       77 SAC-STATUS PIC 9(02).
       77 SACSEQ-STATUS PIC 9(02).
       77 CLIENTES-STATUS PIC 9(02).
       77 PEDIDOS-STATUS PIC 9(02).
       77 FATURAS-STATUS PIC 9(02).
       77 USUARIOS-STATUS PIC 9(02).
       77 WRK-TEM-PEDIDOS PIC X(01) VALUE 'N'.
       77 WRK-TEM-FATURAS PIC X(01) VALUE 'N'.
       77 WRK-TEM-USUARIOS PIC X(01) VALUE 'N'.
       77 WRK-MSGERRO PIC X(30).
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       COPY 'SESSAO.CPY'.

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3 FROM '   ATENDIMENTO SAC'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - ABRIR CHAMADO'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
           05 LINE 09 COLUMN 15 VALUE '3 - ATUALIZAR'.
           05 LINE 10 COLUMN 15 VALUE '4 - ENCERRAR'.
           05 LINE 11 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 12 COLUMN 15 VALUE 'OPCAO: '.
           05 LINE 12 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'CHAMADO..... '.
               10 COLUMN PLUS 2 PIC 9(06) USING SAC-NUMERO
                   BLANK WHEN ZEROS.
            05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE 'CLIENTE FONE '.
               10 COLUMN PLUS 2 PIC 9(09) USING SAC-FONE
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE 'PEDIDO DATA. '.
               10 COLUMN PLUS 2 PIC 9(08) USING SAC-PED-DATA
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'HORA '.
               10 COLUMN PLUS 1 PIC 9(08) USING SAC-PED-HORA
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'FATURA...... '.
               10 COLUMN PLUS 2 PIC 9(06) USING SAC-FATURA
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE 'CATEG A/D/C/O '.
               10 COLUMN PLUS 1 PIC X(01) USING SAC-CATEGORIA.
               10 LINE 13 COLUMN 10 VALUE 'DESCRICAO... '.
               10 LINE 14 COLUMN 10 PIC X(60) USING SAC-DESCRICAO.
               10 LINE 15 COLUMN 10 VALUE 'RESPONSAVEL. '.
               10 COLUMN PLUS 2 PIC X(20) USING SAC-RESPONSAVEL.
               10 LINE 16 COLUMN 10 VALUE 'SITUAC A/E/F '.
               10 COLUMN PLUS 2 PIC X(01) USING SAC-SITUACAO.
               10 LINE 17 COLUMN 10 VALUE 'ABERTO EM... '.
               10 COLUMN PLUS 2 PIC 9(08) FROM SAC-DATA-ABERTURA
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'POR '.
               10 COLUMN PLUS 1 PIC X(20) FROM SAC-USUARIO-ABERT.
               10 LINE 18 COLUMN 10 VALUE 'ENCERRADO EM '.
               10 COLUMN PLUS 2 PIC 9(08) FROM SAC-DATA-ENCERRA
                   BLANK WHEN ZEROS.

       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 20 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           OPEN I-O SAC
             IF SAC-STATUS = 35 THEN
                 OPEN OUTPUT SAC
                 CLOSE SAC
                 OPEN I-O SAC
              END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = 0
              MOVE 'S' TO WRK-TEM-PEDIDOS
           END-IF.
           OPEN INPUT FATURAS.
           IF FATURAS-STATUS = 0
              MOVE 'S' TO WRK-TEM-FATURAS
           END-IF.
           OPEN INPUT USUARIOS.
           IF USUARIOS-STATUS = 0
              MOVE 'S' TO WRK-TEM-USUARIOS
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *    avulso (fora do MENUGERAL) a sessao chega em LOW-VALUES
           IF SES-USUARIO = SPACES OR SES-USUARIO = LOW-VALUES
              MOVE 'AVULSO' TO WRK-USUARIO
           ELSE
              MOVE SES-USUARIO TO WRK-USUARIO
           END-IF.
           PERFORM 1100-MONTATELA.

       1100-MONTATELA.
           DISPLAY  TELA.
           ACCEPT TELA-MENU.

       2000-PROCESSAR.
           MOVE SPACES TO WRK-MSGERRO.
           EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 5000-ABRIR
               WHEN 2
                 PERFORM 6000-CONSULTAR
               WHEN 3
                 PERFORM 7000-ATUALIZAR
               WHEN 4
                 PERFORM 8000-ENCERRAR
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM UMA OPCAO VALIDA'
               END-IF
           END-EVALUATE.
           IF WRK-OPCAO NOT EQUAL 'X'
              PERFORM 1100-MONTATELA
           END-IF.

       3000-FINALIZAR.
           CLOSE SAC.
           CLOSE CLIENTES.
           IF WRK-TEM-PEDIDOS = 'S'
              CLOSE PEDIDOS
           END-IF.
           IF WRK-TEM-FATURAS = 'S'
              CLOSE FATURAS
           END-IF.
           IF WRK-TEM-USUARIOS = 'S'
              CLOSE USUARIOS
           END-IF.

      *----------------------------------------------------------------
      * Abertura: o numero so e reservado depois que o chamado passa
      * na critica, para nao queimar numero com digitacao errada.
      *----------------------------------------------------------------
       5000-ABRIR.
           MOVE 'MODULO-ABERTURA ' TO WRK-MODULO.
           MOVE SPACES TO SAC-REG.
           MOVE ZEROS TO SAC-NUMERO SAC-FONE SAC-PEDIDO SAC-FATURA
                         SAC-DATA-ABERTURA SAC-DATA-ENCERRA.
           MOVE 'A' TO SAC-SITUACAO.
           MOVE WRK-USUARIO TO SAC-USUARIO-ABERT.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT SS-DADOS.
           IF SAC-RESPONSAVEL = SPACES
              MOVE WRK-USUARIO TO SAC-RESPONSAVEL
           END-IF.
           PERFORM 5100-VALIDA-CHAMADO.
           IF WRK-MSGERRO = SPACES
              PERFORM 5200-RESERVA-NUMERO
              MOVE WRK-NUMERO TO SAC-NUMERO
              MOVE WRK-DATA-HOJE TO SAC-DATA-ABERTURA
              WRITE SAC-REG
                 INVALID KEY
                    MOVE 'NUMERO JA EXISTE - VER SAC.SEQ'
                      TO WRK-MSGERRO
                 NOT INVALID KEY
                    DISPLAY CHAVE
                    MOVE 'CHAMADO ABERTO' TO WRK-MSGERRO
              END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Cliente cadastrado, categoria/situacao validas, descricao
      * preenchida; pedido, fatura e responsavel conferidos quando
      * informados. Encerrado ganha a data do dia; reaberto perde.
      *----------------------------------------------------------------
       5100-VALIDA-CHAMADO.
           EVALUATE TRUE
              WHEN SAC-FONE = ZEROS
                 MOVE 'INFORME O FONE DO CLIENTE' TO WRK-MSGERRO
              WHEN NOT SAC-ATRASO AND NOT SAC-AVARIA
                   AND NOT SAC-COBRANCA AND NOT SAC-OUTROS
                 MOVE 'CATEGORIA DEVE SER A/D/C/O' TO WRK-MSGERRO
              WHEN SAC-DESCRICAO = SPACES
                 MOVE 'INFORME A DESCRICAO' TO WRK-MSGERRO
              WHEN NOT SAC-ABERTO AND NOT SAC-ANDAMENTO
                   AND NOT SAC-ENCERRADO
                 MOVE 'SITUACAO DEVE SER A, E OU F' TO WRK-MSGERRO
              WHEN OTHER
                 PERFORM 5110-CONFERE-LIGACOES
           END-EVALUATE.
           IF WRK-MSGERRO = SPACES
              IF SAC-ENCERRADO
                 IF SAC-DATA-ENCERRA = ZEROS
                    MOVE WRK-DATA-HOJE TO SAC-DATA-ENCERRA
                 END-IF
              ELSE
                 MOVE ZEROS TO SAC-DATA-ENCERRA
              END-IF
           END-IF.

       5110-CONFERE-LIGACOES.
           MOVE SAC-FONE TO CLIENTES-FONE.
           READ CLIENTES
              INVALID KEY
                 MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSGERRO
           END-READ.
           IF SAC-PED-DATA = ZEROS
              MOVE ZEROS TO SAC-PEDIDO
           ELSE
              MOVE SAC-FONE TO SAC-PED-FONE
              IF WRK-MSGERRO = SPACES AND WRK-TEM-PEDIDOS = 'S'
                 MOVE SAC-PEDIDO TO PEDIDOS-CHAVE
                 READ PEDIDOS
                    INVALID KEY
                       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                 END-READ
              END-IF
           END-IF.
           IF SAC-FATURA NOT = ZEROS
              AND WRK-MSGERRO = SPACES AND WRK-TEM-FATURAS = 'S'
              MOVE SAC-FATURA TO FAT-NUMERO
              MOVE ZEROS TO FAT-SEQ
              READ FATURAS
                 INVALID KEY
                    MOVE 'FATURA NAO ENCONTRADA' TO WRK-MSGERRO
                 NOT INVALID KEY
                    IF FAT-FONE NOT = SAC-FONE
                       MOVE 'FATURA DE OUTRO CLIENTE'
                         TO WRK-MSGERRO
                    END-IF
              END-READ
           END-IF.
           IF SAC-RESPONSAVEL NOT = SPACES
              AND SAC-RESPONSAVEL NOT = 'AVULSO'
              AND WRK-MSGERRO = SPACES AND WRK-TEM-USUARIOS = 'S'
              MOVE SAC-RESPONSAVEL TO USUARIO-LOGIN
              READ USUARIOS
                 INVALID KEY
                    MOVE 'RESPONSAVEL NAO E USUARIO' TO WRK-MSGERRO
              END-READ
           END-IF.

       5200-RESERVA-NUMERO.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT SACSEQ.
           IF SACSEQ-STATUS = 0
              READ SACSEQ
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SACSEQ-NUMERO TO WRK-NUMERO
              END-READ
              CLOSE SACSEQ
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT SACSEQ.
           MOVE WRK-NUMERO TO SACSEQ-NUMERO.
           WRITE SACSEQ-REG.
           CLOSE SACSEQ.

       6000-CONSULTAR.
           MOVE 'MODULO-CONSULTA ' TO WRK-MODULO.
           MOVE ZEROS TO SAC-NUMERO.
           DISPLAY TELA.
           ACCEPT CHAVE.
           READ SAC
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
                 DISPLAY SS-DADOS
           END-READ.
           ACCEPT MOSTRA-ERRO.

       7000-ATUALIZAR.
           MOVE 'MODULO-ATUALIZAR ' TO WRK-MODULO.
           MOVE ZEROS TO SAC-NUMERO.
           DISPLAY TELA.
           ACCEPT CHAVE.
           READ SAC
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 ACCEPT SS-DADOS
                 PERFORM 5100-VALIDA-CHAMADO
                 IF WRK-MSGERRO = SPACES
                    REWRITE SAC-REG
                       INVALID KEY
                          MOVE 'ERRO AO ATUALIZAR' TO WRK-MSGERRO
                       NOT INVALID KEY
                          DISPLAY SS-DADOS
                          MOVE 'CHAMADO ATUALIZADO' TO WRK-MSGERRO
                    END-REWRITE
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8000-ENCERRAR.
           MOVE 'MODULO-ENCERRAR ' TO WRK-MODULO.
           MOVE ZEROS TO SAC-NUMERO.
           DISPLAY TELA.
           ACCEPT CHAVE.
           READ SAC
              INVALID KEY
                 MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 DISPLAY SS-DADOS
                 IF SAC-ENCERRADO
                    MOVE 'CHAMADO JA ENCERRADO' TO WRK-MSGERRO
                 ELSE
                    MOVE 'ENCERRAR (S/N) ?' TO WRK-MSGERRO
                 END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S' AND SAC-STATUS = 0
              AND NOT SAC-ENCERRADO
              MOVE 'F' TO SAC-SITUACAO
              MOVE WRK-DATA-HOJE TO SAC-DATA-ENCERRA
              REWRITE SAC-REG
                 INVALID KEY
                    MOVE 'ERRO AO ENCERRAR' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE 'CHAMADO ENCERRADO' TO WRK-MSGERRO
              END-REWRITE
              ACCEPT MOSTRA-ERRO
           END-IF.

      *END PROGRAM SACCAD.
