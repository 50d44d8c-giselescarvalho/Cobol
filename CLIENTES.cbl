      *                  P vip) na tela de inclusao/alteracao; o
      *                  desconto por categoria (TABCATEG.CPY) e
      *                  aplicado pelo PEDENTRA e pelo FATURA.
      *  15/10/2026 GC - opcao P passa a aprovar tambem as propostas
      *                  de limite de credito da revisao mensal
      *                  (LIMREV.cbl, LIMPROP.DAT), com o mesmo
      *                  quatro-olhos da exclusao; so a aprovacao
      *                  regrava CLIENTES-LIMITE-CREDITO (LIMITE na
      *                  auditoria). CLIAUDIT-REG ganha o limite
      *                  antes/depois.
      *  15/10/2026 GC - preferencias de aviso de andamento de pedido
      *                  (CLIENTES-AVISOS: separado, expedido,
      *                  entregue; N = nao recebe) na tela de
      *                  inclusao/alteracao; cliente novo entra
      *                  recebendo todos. Imagens de trabalho do
      *                  registro passam a 197 bytes.
      *  15/10/2026 GC - senhas de USUARIOS.DAT gravadas e conferidas
      *                  como resumo de mao unica com sal
      *                  (SENHACOD.cbl) no login, na troca, na
      *                  inclusao e na redefinicao pelo ADM.
      *  15/10/2026 GC - opcao E do menu: enderecos de entrega do
      *                  cliente (ENDERECOS.CPY - obra, filial,
      *                  deposito), com rotulo, logradouro, cidade, UF,
      *                  CEP e situacao; incluidos na proxima sequencia
      *                  e inativados em vez de excluidos. A entrada de
      *                  pedidos oferece os ativos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIPEND-STATUS
               RECORD KEY IS PEND-FONE.
      * Propostas de novo limite de credito da revisao mensal
      * (LIMREV.cbl), aprovadas pelo mesmo quatro-olhos da exclusao.
           SELECT LIMPROP
             ASSIGN TO 'LIMPROP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LIMPROP-STATUS
               RECORD KEY IS LPR-FONE.
      * Pontuacao de compra apurada pelo lote CLISCORE.cbl; opcional
      * na consulta (pode nao existir ainda).
           SELECT CLISCORE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLISCORE-STATUS
               RECORD KEY IS SCORE-FONE.
      * Enderecos de entrega do cliente (obra, filial, deposito),
      * escolhidos na entrada de pedidos (PEDENTRA/PEDLOTE).
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CLIENTES.CPY'.
                10 CLIAUD-CIDADE-NOVO PIC X(30).
                10 CLIAUD-UF-NOVO     PIC X(02).
                10 CLIAUD-CEP-NOVO    PIC 9(08).
            05 CLIAUD-LIMITE-ANT  PIC 9(09)V99.
            05 CLIAUD-LIMITE-NOVO PIC 9(09)V99.

       FD USUARIOS.
       01 USUARIO-REG.
            05 PEND-DATA     PIC 9(08).
            05 PEND-HORA     PIC 9(08).

       COPY 'LIMPROP.CPY'.

       COPY 'ENDERECOS.CPY'.

       FD CLISCORE.
       01 SCORE-REG.
            05 SCORE-FONE        PIC 9(09).
       77 WRK-EMAIL-ANT   PIC X(40) VALUE SPACES.
       77 WRK-DOC-ANT      PIC X(14) VALUE SPACES.
       77 WRK-SITUACAO-ANT PIC X(01) VALUE SPACES.
       77 WRK-LIMITE-ANT   PIC 9(09)V99 VALUE ZEROS.
       01 WRK-ENDERECO-ANT VALUE SPACES.
           05 WRK-LOGRADOURO-ANT PIC X(40).
           05 WRK-CIDADE-ANT     PIC X(30).
           05 WRK-UF-ANT         PIC X(02).
           05 WRK-CEP-ANT        PIC 9(08).
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-CLIENTES-PEND PIC X(197) VALUE SPACES.
       77 WRK-FONE-ATUAL  PIC 9(09) VALUE ZEROS.
       77 WRK-EMAIL-DUP   PIC X(01) VALUE 'N'.
       77 WRK-CLIENTES-ANTES PIC X(197) VALUE SPACES.
       77 WRK-CONFLITO    PIC X(01) VALUE 'N'.
       77 WRK-NIVEL       PIC 9(02) VALUE ZEROS.
           88 SUPERVISOR  VALUE 03.
       77 WRK-SCORE-DISPON    PIC X(01) VALUE 'N'.
       77 CLIPEND-STATUS      PIC 9(02).
       77 WRK-QT-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 LIMPROP-STATUS      PIC 9(02).
       77 NOTIFICA-STATUS     PIC 9(02).
       77 USRAUDIT-STATUS     PIC 9(02).
       77 WRK-NIVEL-GUARDADO  PIC 9(02) VALUE ZEROS.
       77 ENDERECOS-STATUS    PIC 9(02).
       77 WRK-OPCAO-END       PIC X(01) VALUE SPACES.
       77 WRK-FIM-ENDER       PIC X(01) VALUE 'N'.
       77 WRK-ULT-SEQ         PIC 9(02) VALUE ZEROS.
       77 WRK-ENDER-SEQ       PIC 9(02) VALUE ZEROS.
       01 WRK-SENHACOD-PARM.
            05 WRK-SHC-LOGIN   PIC X(20).
            05 WRK-SHC-SENHA   PIC X(10).
            05 WRK-SHC-RESUMO  PIC X(10).
       COPY 'SESSAO.CPY'.
       COPY 'REPCTL.COB'.
       COPY 'VALDOCWS.COB'.
            05 LINE 14 COLUMN 15 VALUE '8 - ESTATISTICAS'.
            05 LINE 15 COLUMN 15 VALUE '9 - EXPORTAR CSV'.
            05 LINE 16 COLUMN 15 VALUE '0 - MANTER USUARIOS(ADM)'.
            05 LINE 17 COLUMN 15 VALUE 'P - APROVACOES(GER)'.
            05 LINE 17 COLUMN 45 VALUE 'E - ENDERECOS DE ENTREGA'.
            05 LINE 18 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 19 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 19 COLUMN 28 USING WRK-OPCAO REVERSE-VIDEO.
                   USING CLIENTES-LIMITE-CREDITO BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'CATEG(V/A/P) '.
               10 COLUMN PLUS 1 PIC X(01) USING CLIENTES-CATEGORIA.
               10 LINE 19 COLUMN 10 VALUE 'AVISOS(S/N) SEPARADO '.
               10 COLUMN PLUS 1 PIC X(01)
                   USING CLIENTES-AVISO-SEPARADO.
               10 COLUMN PLUS 2 VALUE 'EXPEDIDO '.
               10 COLUMN PLUS 1 PIC X(01)
                   USING CLIENTES-AVISO-EXPEDIDO.
               10 COLUMN PLUS 2 VALUE 'ENTREGUE '.
               10 COLUMN PLUS 1 PIC X(01)
                   USING CLIENTES-AVISO-ENTREGUE.
       01 TELA-ENDERECO.
            05 CHAVE-ENDERECO FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'SEQUENCIA '.
               10 COLUMN PLUS 2 PIC 9(02) FROM ENDER-SEQ.
            05 SS-DADOS-ENDERECO.
               10 LINE 11 COLUMN 10 VALUE 'ROTULO.. '.
               10 COLUMN PLUS 2 PIC X(20) USING ENDER-ROTULO.
               10 LINE 12 COLUMN 10 VALUE 'ENDERECO '.
               10 COLUMN PLUS 2 PIC X(40) USING ENDER-LOGRADOURO.
               10 LINE 13 COLUMN 10 VALUE 'CIDADE.. '.
               10 COLUMN PLUS 2 PIC X(30) USING ENDER-CIDADE.
               10 COLUMN PLUS 2 VALUE 'UF '.
               10 COLUMN PLUS 1 PIC X(02) USING ENDER-UF.
               10 LINE 14 COLUMN 10 VALUE 'CEP..... '.
               10 COLUMN PLUS 2 PIC 9(08) USING ENDER-CEP
                   BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE 'SITUACAO(A/I) '.
               10 COLUMN PLUS 2 PIC X(01) USING ENDER-SITUACAO.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                  CLOSE USUARIOS
                  OPEN I-O USUARIOS
                  MOVE 'ADMIN' TO USUARIO-LOGIN
                  MOVE 'ADMIN'    TO WRK-SHC-LOGIN
                  MOVE 'ADMIN'    TO WRK-SHC-SENHA
                  PERFORM 1090-CODIFICA-SENHA
                  MOVE WRK-SHC-RESUMO TO USUARIO-SENHA
                  MOVE 03         TO USUARIO-NIVEL
                  MOVE 'A'        TO USUARIO-SITUACAO
                  MOVE ZEROS      TO USUARIO-FALHAS
                  CLOSE CLIPEND
                  OPEN I-O CLIPEND
               END-IF.
            OPEN I-O LIMPROP
              IF LIMPROP-STATUS = 35 THEN
                  OPEN OUTPUT LIMPROP
                  CLOSE LIMPROP
                  OPEN I-O LIMPROP
               END-IF.
      *     a pontuacao e opcional: sem CLISCORE.DAT (lote ainda nao
      *     rodou) a consulta apenas nao exibe o score.
            OPEN I-O ENDERECOS
              IF ENDERECOS-STATUS = 35 THEN
                  OPEN OUTPUT ENDERECOS
                  CLOSE ENDERECOS
                  OPEN I-O ENDERECOS
               END-IF.
            OPEN INPUT CLISCORE.
            IF CLISCORE-STATUS = 0
               MOVE 'S' TO WRK-SCORE-DISPON
                  IF USU-BLOQUEADO
                     MOVE 'BLOQUEIO' TO WRK-RESULT-LOGIN
                  ELSE
                     MOVE USUARIO-LOGIN TO WRK-SHC-LOGIN
                     MOVE WRK-SENHA     TO WRK-SHC-SENHA
                     PERFORM 1090-CODIFICA-SENHA
                     IF USUARIO-SENHA = WRK-SHC-RESUMO
                        MOVE USUARIO-NIVEL TO WRK-NIVEL
                        MOVE 'SUCESSO' TO WRK-RESULT-LOGIN
                        IF USUARIO-FALHAS NOT = ZEROS
            IF WRK-SENHA-NOVA = SPACES
               DISPLAY 'SENHA EM BRANCO NAO PERMITIDA'
            ELSE
            MOVE USUARIO-LOGIN  TO WRK-SHC-LOGIN
            MOVE WRK-SENHA-NOVA TO WRK-SHC-SENHA
            PERFORM 1090-CODIFICA-SENHA
            IF WRK-SHC-RESUMO = USUARIO-SENHA
               OR WRK-SHC-RESUMO = USUARIO-SENHA-ANT(1)
               OR WRK-SHC-RESUMO = USUARIO-SENHA-ANT(2)
               OR WRK-SHC-RESUMO = USUARIO-SENHA-ANT(3)
               DISPLAY 'SENHA JA USADA RECENTEMENTE - ESCOLHA OUTRA'
            ELSE
               MOVE USUARIO-SENHA-ANT(2) TO USUARIO-SENHA-ANT(3)
               MOVE USUARIO-SENHA-ANT(1) TO USUARIO-SENHA-ANT(2)
               MOVE USUARIO-SENHA        TO USUARIO-SENHA-ANT(1)
               MOVE WRK-SHC-RESUMO       TO USUARIO-SENHA
               MOVE WRK-DATA-SISTEMA     TO USUARIO-DT-TROCA
               REWRITE USUARIO-REG
                  INVALID KEY
            END-IF
            END-IF.

      *----------------------------------------------------------------
      * Resumo de mao unica de WRK-SHC-SENHA com o login como sal
      * (SENHACOD.cbl); sem a subrotina o resumo fica em HIGH-VALUES
      * e nao confere com nada.
      *----------------------------------------------------------------
       1090-CODIFICA-SENHA.
            MOVE HIGH-VALUES TO WRK-SHC-RESUMO.
            CALL 'SENHACOD' USING WRK-SENHACOD-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT TELA-MENU.
                           CLIENTES-ENDERECO WRK-MSGERRO.
            MOVE ZEROS TO CLIENTES-LIMITE-CREDITO.
            MOVE 'V' TO CLIENTES-CATEGORIA.
            MOVE 'SSS' TO CLIENTES-AVISOS.
            MOVE 'A' TO CLIENTES-SITUACAO.
            EVALUATE WRK-OPCAO
              WHEN 1
                   MOVE 'ACESSO NEGADO - SOMENTE ADM' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                END-IF
              WHEN 'E'
               IF WRK-NIVEL = ZEROS
                  MOVE 'ACESSO NEGADO - LOGIN INVALIDO' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 7500-ENDERECOS-ENTREGA
               END-IF
              WHEN 'P'
                IF GERENCIAL
                   PERFORM 8500-APROVA-EXCLUSOES
             CLOSE USUARIOS.
             CLOSE LOGINLOG.
             CLOSE CLIPEND.
             CLOSE LIMPROP.
             CLOSE NOTIFICA.
             CLOSE USRAUDIT.
             CLOSE ENDERECOS.
             IF WRK-SCORE-DISPON = 'S'
                CLOSE CLISCORE
             END-IF.
             MOVE SPACES TO USUARIO-SENHA-ANT(1)
                            USUARIO-SENHA-ANT(2)
                            USUARIO-SENHA-ANT(3).
             MOVE USUARIO-LOGIN TO WRK-SHC-LOGIN.
             MOVE USUARIO-SENHA TO WRK-SHC-SENHA.
             PERFORM 1090-CODIFICA-SENHA.
             MOVE WRK-SHC-RESUMO TO USUARIO-SENHA.
             IF USUARIO-PERMISSOES = SPACES
                MOVE ALL 'N' TO USUARIO-PERMISSOES
             END-IF.
      *            fica com a data de troca zerada, o que obriga o
      *            usuario a escolher a propria senha no proximo login
                   IF USUARIO-SENHA NOT = WRK-SENHA-GUARDADA
                      MOVE USUARIO-LOGIN TO WRK-SHC-LOGIN
                      MOVE USUARIO-SENHA TO WRK-SHC-SENHA
                      PERFORM 1090-CODIFICA-SENHA
                      MOVE WRK-SHC-RESUMO TO USUARIO-SENHA
                      MOVE USUARIO-SENHA-ANT(2)
                        TO USUARIO-SENHA-ANT(3)
                      MOVE USUARIO-SENHA-ANT(1)
                   MOVE SPACES TO WRK-NOME-ANT WRK-EMAIL-ANT
                                  WRK-DOC-ANT WRK-SITUACAO-ANT
                                  WRK-ENDERECO-ANT
                   MOVE ZEROS TO WRK-LIMITE-ANT
                   MOVE 'INCLUSAO' TO CLIAUD-OPERACAO
                   PERFORM 9700-GRAVA-AUDITORIA
                   MOVE 'BEMVINDO' TO NOTIF-EVENTO
                    MOVE CLIENTES-DOC TO WRK-DOC-ANT
                    MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANT
                    MOVE CLIENTES-ENDERECO TO WRK-ENDERECO-ANT
                    MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-ANT
                    MOVE CLIENTES-FONE TO WRK-FONE-ATUAL
                    MOVE CLIENTES-REG TO WRK-CLIENTES-ANTES
                    ACCEPT SS-DADOS
             MOVE WRK-CLIENTES-PEND TO CLIENTES-REG.


      *----------------------------------------------------------------
      * Enderecos de entrega do cliente (ENDERECOS.DAT): lista os ja
      * cadastrados e inclui na proxima sequencia ou altera um deles.
      * Endereco nao se exclui - inativo (I) deixa de ser oferecido na
      * entrada de pedidos, mas os pedidos antigos continuam
      * apontando para ele.
      *----------------------------------------------------------------
       7500-ENDERECOS-ENTREGA.
             MOVE 'MODULO - ENDERECOS' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             READ CLIENTES
                INVALID KEY
                   MOVE 'NAO ENCONTRADO   ' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                NOT INVALID KEY
                   MOVE SPACES TO WRK-OPCAO-END
                   PERFORM 7510-SUBMENU-ENDERECO
                      UNTIL WRK-OPCAO-END = 'X'
             END-READ.

       7510-SUBMENU-ENDERECO.
             MOVE SPACES TO WRK-MSGERRO.
             DISPLAY TELA.
             DISPLAY 'CLIENTE: ' CLIENTES-FONE ' ' CLIENTES-NOME.
             DISPLAY '00 CADASTRO ' CLIENTES-CIDADE ' ' CLIENTES-UF.
             PERFORM 7520-LISTA-ENDERECOS.
             DISPLAY '(I)NCLUIR  (A)LTERAR  (X) VOLTAR: '.
             ACCEPT WRK-OPCAO-END.
             EVALUATE WRK-OPCAO-END
                WHEN 'I'
                WHEN 'i'
                   PERFORM 7540-INCLUIR-ENDERECO
                WHEN 'A'
                WHEN 'a'
                   PERFORM 7550-ALTERAR-ENDERECO
                WHEN 'x'
                   MOVE 'X' TO WRK-OPCAO-END
                WHEN OTHER
                   IF WRK-OPCAO-END NOT EQUAL 'X'
                       DISPLAY 'ENTRE COM OPCAO CORRETA'
                   END-IF
             END-EVALUATE.

       7520-LISTA-ENDERECOS.
             MOVE ZEROS TO WRK-ULT-SEQ.
             MOVE 'N' TO WRK-FIM-ENDER.
             MOVE CLIENTES-FONE TO ENDER-FONE.
             MOVE ZEROS TO ENDER-SEQ.
             START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
                INVALID KEY
                   MOVE 'S' TO WRK-FIM-ENDER
             END-START.
             PERFORM 7530-LISTA-ENDERECO UNTIL WRK-FIM-ENDER = 'S'.

       7530-LISTA-ENDERECO.
             READ ENDERECOS NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ENDER
                NOT AT END
                   IF ENDER-FONE = CLIENTES-FONE
                      MOVE ENDER-SEQ TO WRK-ULT-SEQ
                      DISPLAY ENDER-SEQ ' ' ENDER-ROTULO ' '
                              ENDER-CIDADE ' ' ENDER-UF ' '
                              ENDER-SITUACAO
                   ELSE
                      MOVE 'S' TO WRK-FIM-ENDER
                   END-IF
             END-READ.

       7540-INCLUIR-ENDERECO.
             IF WRK-ULT-SEQ = 99
                MOVE 'LIMITE DE 99 ENDERECOS    ' TO WRK-MSGERRO
             ELSE
                MOVE SPACES TO ENDER-ROTULO ENDER-LOGRADOURO
                               ENDER-CIDADE ENDER-UF
                MOVE ZEROS  TO ENDER-CEP
                MOVE 'A'    TO ENDER-SITUACAO
                MOVE CLIENTES-FONE TO ENDER-FONE
                COMPUTE ENDER-SEQ = WRK-ULT-SEQ + 1
                DISPLAY TELA
                DISPLAY TELA-ENDERECO
                ACCEPT SS-DADOS-ENDERECO
                PERFORM 7560-CRITICA-ENDERECO
                IF WRK-MSGERRO = SPACES
                   WRITE ENDER-REG
                      INVALID KEY
                         MOVE 'ENDERECO JA EXISTE' TO WRK-MSGERRO
                      NOT INVALID KEY
                         MOVE 'ENDERECO INCLUIDO ' TO WRK-MSGERRO
                   END-WRITE
                END-IF
             END-IF.
             ACCEPT MOSTRA-ERRO.

       7550-ALTERAR-ENDERECO.
             MOVE ZEROS TO WRK-ENDER-SEQ.
             DISPLAY 'SEQUENCIA A ALTERAR: '.
             ACCEPT WRK-ENDER-SEQ.
             MOVE CLIENTES-FONE TO ENDER-FONE.
             MOVE WRK-ENDER-SEQ TO ENDER-SEQ.
             READ ENDERECOS
                INVALID KEY
                   MOVE 'NAO ENCONTRADO   ' TO WRK-MSGERRO
                NOT INVALID KEY
                   DISPLAY TELA
                   DISPLAY TELA-ENDERECO
                   ACCEPT SS-DADOS-ENDERECO
                   PERFORM 7560-CRITICA-ENDERECO
                   IF WRK-MSGERRO = SPACES
                      REWRITE ENDER-REG
                         INVALID KEY
                            MOVE 'REGISTRO NAO ALTERADO' TO WRK-MSGERRO
                         NOT INVALID KEY
                            MOVE 'ENDERECO ALTERADO ' TO WRK-MSGERRO
                      END-REWRITE
                   END-IF
             END-READ.
             ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Logradouro, cidade e UF obrigatorios (a UF e conferida contra
      * a tabela de frete na entrada do pedido).
      *----------------------------------------------------------------
       7560-CRITICA-ENDERECO.
             MOVE SPACES TO WRK-MSGERRO.
             IF ENDER-LOGRADOURO = SPACES OR ENDER-CIDADE = SPACES
                OR ENDER-UF = SPACES
                MOVE 'ENDERECO INCOMPLETO       ' TO WRK-MSGERRO
             ELSE
                IF NOT ENDER-ATIVO AND NOT ENDER-INATIVO
                   MOVE 'SITUACAO DEVE SER A OU I  ' TO WRK-MSGERRO
                END-IF
             END-IF.

      *----------------------------------------------------------------
      * Primeira etapa do maker-checker: o cliente NAO e inativado
      * aqui - fica so o pedido em CLIPEND.DAT, aguardando um segundo
                                  TO WRK-SITUACAO-ANT
                                MOVE CLIENTES-ENDERECO
                                  TO WRK-ENDERECO-ANT
                                MOVE CLIENTES-LIMITE-CREDITO
                                  TO WRK-LIMITE-ANT
                                MOVE 'EXCLUSAO PENDENTE  '
                                  TO WRK-MSGERRO
                                MOVE 'SOLIC-EXCL' TO CLIAUD-OPERACAO
                   MOVE 'S' TO WRK-FIM-ARQ
             END-START.
             PERFORM 8510-TRATA-PENDENCIA UNTIL WRK-FIM-ARQ = 'S'.
             MOVE 'N' TO WRK-FIM-ARQ.
             MOVE LOW-VALUES TO LPR-FONE.
             START LIMPROP KEY IS NOT LESS THAN LPR-FONE
                INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
             END-START.
             PERFORM 8610-TRATA-PROPOSTA UNTIL WRK-FIM-ARQ = 'S'.
             IF WRK-QT-PENDENTES = ZEROS
                MOVE 'NADA PENDENTE DE APROVACAO' TO WRK-MSGERRO
             ELSE
             MOVE CLIENTES-DOC TO WRK-DOC-ANT.
             MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANT.
             MOVE CLIENTES-ENDERECO TO WRK-ENDERECO-ANT.
             MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-ANT.
             MOVE 'I' TO CLIENTES-SITUACAO.
             REWRITE CLIENTES-REG
                INVALID KEY
             MOVE CLIENTES-DOC TO WRK-DOC-ANT.
             MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANT.
             MOVE CLIENTES-ENDERECO TO WRK-ENDERECO-ANT.
             MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-ANT.
             MOVE 'REJ-EXCLUS' TO CLIAUD-OPERACAO.
             PERFORM 9700-GRAVA-AUDITORIA.
             DELETE CLIPEND RECORD.
             DISPLAY 'EXCLUSAO REJEITADA: ' CLIENTES-FONE.

      *----------------------------------------------------------------
      * Propostas de limite da revisao mensal (LIMREV.cbl), com a
      * mesma regra: o proponente nao aprova a propria proposta. Se
      * o limite mudou depois da revisao a proposta perdeu o objeto
      * e e descartada.
      *----------------------------------------------------------------
       8610-TRATA-PROPOSTA.
             READ LIMPROP NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ARQ
                NOT AT END
                   ADD 1 TO WRK-QT-PENDENTES
                   IF LPR-USUARIO = WRK-USUARIO
                      DISPLAY 'FONE ' LPR-FONE
                              ' LIMITE PROPOSTO POR VOCE - PULADO'
                   ELSE
                      PERFORM 8620-DECIDE-PROPOSTA
                   END-IF
             END-READ.

       8620-DECIDE-PROPOSTA.
             MOVE LPR-FONE TO CLIENTES-FONE.
             READ CLIENTES
                INVALID KEY
                   DELETE LIMPROP RECORD
                NOT INVALID KEY
                   IF CLIENTES-LIMITE-CREDITO NOT = LPR-LIMITE-ATUAL
                      DISPLAY 'FONE ' CLIENTES-FONE
                              ' LIMITE ALTERADO APOS A REVISAO -'
                              ' PROPOSTA DESCARTADA'
                      DELETE LIMPROP RECORD
                   ELSE
                      DISPLAY 'FONE ' CLIENTES-FONE SPACE
                              CLIENTES-NOME
                      DISPLAY 'LIMITE ' LPR-LIMITE-ATUAL ' => '
                              LPR-LIMITE-NOVO ' (' LPR-MOTIVO ')'
                      DISPLAY 'PROPOSTO POR ' LPR-USUARIO ' EM '
                              LPR-DATA
                      DISPLAY 'APROVAR(A) / REJEITAR(R) / '
                              'PULAR(OUTRA): '
                      ACCEPT WRK-TECLA
                      EVALUATE WRK-TECLA
                         WHEN 'A'
                         WHEN 'a'
                            PERFORM 8630-EFETIVA-LIMITE
                         WHEN 'R'
                         WHEN 'r'
                            DELETE LIMPROP RECORD
                            DISPLAY 'PROPOSTA REJEITADA: '
                                    CLIENTES-FONE
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                   END-IF
             END-READ.

       8630-EFETIVA-LIMITE.
             MOVE CLIENTES-NOME TO WRK-NOME-ANT.
             MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANT.
             MOVE CLIENTES-DOC TO WRK-DOC-ANT.
             MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANT.
             MOVE CLIENTES-ENDERECO TO WRK-ENDERECO-ANT.
             MOVE CLIENTES-LIMITE-CREDITO TO WRK-LIMITE-ANT.
             MOVE LPR-LIMITE-NOVO TO CLIENTES-LIMITE-CREDITO.
             REWRITE CLIENTES-REG
                INVALID KEY
                   PERFORM 9800-TRADUZ-STATUS
                   DISPLAY WRK-MSGERRO
                NOT INVALID KEY
                   MOVE 'LIMITE' TO CLIAUD-OPERACAO
                   PERFORM 9700-GRAVA-AUDITORIA
                   DELETE LIMPROP RECORD
                   DISPLAY 'LIMITE ALTERADO: ' CLIENTES-FONE
             END-REWRITE.

       9000-RELATORIO.
             MOVE 'MODULO - RELATORIO' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE CLIENTES-CIDADE     TO CLIAUD-CIDADE-NOVO.
             MOVE CLIENTES-UF         TO CLIAUD-UF-NOVO.
             MOVE CLIENTES-CEP        TO CLIAUD-CEP-NOVO.
             MOVE WRK-LIMITE-ANT      TO CLIAUD-LIMITE-ANT.
             MOVE CLIENTES-LIMITE-CREDITO TO CLIAUD-LIMITE-NOVO.
             WRITE CLIAUDIT-REG.

      *----------------------------------------------------------------
