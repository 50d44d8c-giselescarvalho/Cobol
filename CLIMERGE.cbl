      *  02/09/2026 GC - com o pedido multi-item (PEDITENS.CPY), a
      *                  unificacao re-chaveia tambem os itens de
      *                  pedido do perdedor, junto com os cabecalhos.
      *  15/10/2026 GC - pedido re-chaveado marcado em PEDMARCA.MOV
      *                  sob o fone novo e o antigo, para o resumo
      *                  mensal de vendas (VENDMES.cbl) mudar o
      *                  pedido de cliente.
      *  15/10/2026 GC - razao de pontos de fidelidade (PONTOS.DAT)
      *                  do duplicado passa para o sobrevivente.
      *  15/10/2026 GC - enderecos de entrega (renumerados depois dos
      *                  do sobrevivente, com os pedidos apontando para
      *                  a sequencia nova), pendencias de estoque,
      *                  modelos de pedido recorrente (renumerados) e
      *                  chamados de SAC do duplicado passam para o
      *                  sobrevivente; documento dos pontos de pedido
      *                  e pedido complementar acompanham a chave nova.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ESPERA-STATUS
               RECORD KEY IS ESP-CHAVE.
      * Razao de pontos de fidelidade: o fone abre a chave.
           SELECT PONTOS
             ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PONTOS-STATUS
               RECORD KEY IS PTS-CHAVE.
      * Enderecos de entrega, pendencias de estoque e modelos de
      * pedido recorrente: o fone abre a chave. Nos chamados de SAC
      * o fone (do cliente e do pedido) e so campo.
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
           SELECT RECORR
             ASSIGN TO 'RECORR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECORR-STATUS
               RECORD KEY IS PRC-CHAVE.
           SELECT SAC
             ASSIGN TO 'SAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SAC-STATUS
               RECORD KEY IS SAC-NUMERO.
           SELECT ALUNOS
             ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED

       COPY 'ESPERA.CPY'.

       COPY 'PONTOS.CPY'.

       COPY 'ENDERECOS.CPY'.

       COPY 'PENDENC.CPY'.

       COPY 'RECORR.CPY'.

       COPY 'SAC.CPY'.

       COPY 'ALUNOS.CPY'.

       FD CLIAUDIT.
       77 WRK-TEM-CREDITOS  PIC X(01) VALUE 'N'.
       77 WRK-TEM-ESPERA    PIC X(01) VALUE 'N'.
       77 WRK-TEM-ALUNOS    PIC X(01) VALUE 'N'.
       77 PONTOS-STATUS     PIC 9(02).
       77 WRK-TEM-PONTOS    PIC X(01) VALUE 'N'.
       77 WRK-QT-PONTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-PTS-CHAVE-ANT PIC X(26) VALUE SPACES.
       77 WRK-PTS-GRAVADO   PIC X(01) VALUE 'N'.
       77 WRK-PTS-TENTATIVAS PIC 9(02) VALUE ZEROS.
       77 ENDERECOS-STATUS  PIC 9(02).
       77 PENDENC-STATUS    PIC 9(02).
       77 RECORR-STATUS     PIC 9(02).
       77 SAC-STATUS        PIC 9(02).
       77 WRK-TEM-ENDERECOS PIC X(01) VALUE 'N'.
       77 WRK-TEM-PENDENC   PIC X(01) VALUE 'N'.
       77 WRK-TEM-RECORR    PIC X(01) VALUE 'N'.
       77 WRK-TEM-SAC       PIC X(01) VALUE 'N'.
       77 WRK-QT-ENDERECOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PENDENC    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECORR     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SAC        PIC 9(05) VALUE ZEROS.
       77 WRK-END-MAIOR-SEQ PIC 9(02) VALUE ZEROS.
       77 WRK-END-SEQ-ANT   PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-MAIOR-NUM PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-NUM-ANT   PIC 9(02) VALUE ZEROS.
      *     sequencia nova, sob o sobrevivente, de cada endereco do
      *     perdedor (indice = sequencia antiga; zero = nao movido)
       01 WRK-END-MAPA.
            05 WRK-END-NOVA-SEQ OCCURS 99 TIMES PIC 9(02).
       77 CLIAUDIT-STATUS   PIC 9(02).
       77 CLIMERGE-REL-STATUS PIC 9(02).
       77 WRK-MODO          PIC X(01) VALUE SPACE.
                10 WRK-TAB-DOC   PIC X(14).
                10 WRK-TAB-FONE  PIC 9(09).
                10 WRK-TAB-NOME  PIC X(30).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
                  CLOSE PEDITENS
                  OPEN I-O PEDITENS
               END-IF.
      *     creditos, espera, alunos, pontos, enderecos, pendencias,
      *     recorrentes e SAC sao opcionais: sem o arquivo o passo
      *     correspondente e pulado
            OPEN I-O CREDITOS.
            IF CREDITOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-CREDITOS
            IF ALUNOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ALUNOS
            END-IF.
            OPEN I-O PONTOS.
            IF PONTOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PONTOS
            END-IF.
            OPEN I-O ENDERECOS.
            IF ENDERECOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ENDERECOS
            END-IF.
            OPEN I-O PENDENC.
            IF PENDENC-STATUS = 0
               MOVE 'S' TO WRK-TEM-PENDENC
            END-IF.
            OPEN I-O RECORR.
            IF RECORR-STATUS = 0
               MOVE 'S' TO WRK-TEM-RECORR
            END-IF.
            OPEN I-O SAC.
            IF SAC-STATUS = 0
               MOVE 'S' TO WRK-TEM-SAC
            END-IF.
            OPEN EXTEND CLIAUDIT
              IF CLIAUDIT-STATUS = 35 THEN
                  OPEN OUTPUT CLIAUDIT
                     DISPLAY 'DOCUMENTOS NAO CONFEREM - '
                             'UNIFICACAO RECUSADA'
                  ELSE
                     PERFORM 5230-RECHAVEIA-ENDERECOS
                     PERFORM 5200-RECHAVEIA-PEDIDOS
                     PERFORM 5250-RECHAVEIA-ITENS
                     PERFORM 5270-RECHAVEIA-CREDITOS
                     PERFORM 5280-RECHAVEIA-ESPERA
                     PERFORM 5290-RECHAVEIA-RESP-ALUNOS
                     PERFORM 5296-RECHAVEIA-PONTOS
                     PERFORM 5400-RECHAVEIA-PEND-ESTOQUE
                     PERFORM 5420-RECHAVEIA-RECORRENTES
                     PERFORM 5440-RECHAVEIA-SAC
                     PERFORM 5300-INATIVA-PERDEDOR
                  END-IF
            END-READ.
               NOT AT END
                  IF PEDIDOS-FONE = WRK-FONE-PERDEDOR
                     MOVE WRK-FONE-SOBREVIVE TO PEDIDOS-FONE
                     IF PEDIDOS-ORIG-FONE = WRK-FONE-PERDEDOR
                        MOVE WRK-FONE-SOBREVIVE TO PEDIDOS-ORIG-FONE
                     END-IF
                     IF PEDIDOS-ENDERECO-SEQ > ZEROS
                        AND WRK-TEM-ENDERECOS = 'S'
                        MOVE WRK-END-NOVA-SEQ(PEDIDOS-ENDERECO-SEQ)
                          TO PEDIDOS-ENDERECO-SEQ
                     END-IF
                     WRITE PEDIDOS-REG
                        INVALID KEY
                           DISPLAY 'PEDIDO JA EXISTIA NO DESTINO: '
                                   PEDIDOS-DATA SPACE PEDIDOS-HORA
                        NOT INVALID KEY
                           PERFORM 5220-MARCA-PEDIDO
                           MOVE WRK-FONE-PERDEDOR TO PEDIDOS-FONE
                           DELETE PEDIDOS RECORD
                           PERFORM 5220-MARCA-PEDIDO
                           ADD 1 TO WRK-QT-PEDIDOS
                     END-WRITE
                  ELSE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       5220-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

      *----------------------------------------------------------------
      * Enderecos de entrega do perdedor: renumerados depois da maior
      * sequencia do sobrevivente (as do perdedor colidiriam). A
      * sequencia nova de cada uma fica em WRK-END-NOVA-SEQ, para
      * os pedidos e pendencias movidos em seguida apontarem para o
      * mesmo local; roda antes do re-chaveio dos pedidos.
      *----------------------------------------------------------------
       5230-RECHAVEIA-ENDERECOS.
            MOVE ZEROS TO WRK-END-MAPA.
            IF WRK-TEM-ENDERECOS = 'S'
               MOVE ZEROS TO WRK-END-MAIOR-SEQ
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-FONE-SOBREVIVE TO ENDER-FONE
               MOVE ZEROS TO ENDER-SEQ
               START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5235-MAIOR-SEQ-ENDERECO UNTIL WRK-FIM-ARQ = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-FONE-PERDEDOR TO ENDER-FONE
               MOVE ZEROS TO ENDER-SEQ
               START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5240-MOVE-ENDERECO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5235-MAIOR-SEQ-ENDERECO.
            READ ENDERECOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ENDER-FONE = WRK-FONE-SOBREVIVE
                     MOVE ENDER-SEQ TO WRK-END-MAIOR-SEQ
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

       5240-MOVE-ENDERECO.
            READ ENDERECOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ENDER-FONE NOT = WRK-FONE-PERDEDOR
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF WRK-END-MAIOR-SEQ NOT < 99
                        DISPLAY 'SEM SEQUENCIA LIVRE PARA O '
                                'ENDERECO: ' ENDER-SEQ
                     ELSE
                        PERFORM 5245-GRAVA-ENDERECO
                     END-IF
                  END-IF
            END-READ.

       5245-GRAVA-ENDERECO.
            MOVE ENDER-SEQ TO WRK-END-SEQ-ANT.
            ADD 1 TO WRK-END-MAIOR-SEQ.
            MOVE WRK-FONE-SOBREVIVE TO ENDER-FONE.
            MOVE WRK-END-MAIOR-SEQ  TO ENDER-SEQ.
            WRITE ENDER-REG
               INVALID KEY
                  DISPLAY 'ENDERECO JA EXISTIA NO DESTINO: '
                          ENDER-SEQ
               NOT INVALID KEY
                  MOVE WRK-END-MAIOR-SEQ
                    TO WRK-END-NOVA-SEQ(WRK-END-SEQ-ANT)
                  MOVE WRK-FONE-PERDEDOR TO ENDER-FONE
                  MOVE WRK-END-SEQ-ANT   TO ENDER-SEQ
                  DELETE ENDERECOS RECORD
                  ADD 1 TO WRK-QT-ENDERECOS
            END-WRITE.

      *----------------------------------------------------------------
      * Itens de pedido do perdedor: mesmo movimento dos cabecalhos.
      *----------------------------------------------------------------
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Razao de pontos de fidelidade (PONTOS.DAT), com o fone na
      * chave: cada movimento e gravado sob o fone do sobrevivente (hora
      * somada de 1 se o destino ja tiver movimento igual) e so entao
      * o original e baixado.
      *----------------------------------------------------------------
       5296-RECHAVEIA-PONTOS.
            IF WRK-TEM-PONTOS = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PTS-CHAVE
               MOVE WRK-FONE-PERDEDOR TO PTS-FONE
               START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5297-MOVE-PONTOS UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5297-MOVE-PONTOS.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-FONE = WRK-FONE-PERDEDOR
                     MOVE PTS-CHAVE TO WRK-PTS-CHAVE-ANT
                     MOVE WRK-FONE-SOBREVIVE TO PTS-FONE
      *              lote de pedido: o documento e a chave do pedido,
      *              que tambem mudou de fone
                     IF PTS-DOCUMENTO(1:9) = WRK-FONE-PERDEDOR
                        MOVE WRK-FONE-SOBREVIVE TO PTS-DOCUMENTO(1:9)
                     END-IF
                     MOVE 'N' TO WRK-PTS-GRAVADO
                     MOVE ZEROS TO WRK-PTS-TENTATIVAS
                     PERFORM 5298-GRAVA-PONTOS
                        UNTIL WRK-PTS-GRAVADO = 'S'
                           OR WRK-PTS-TENTATIVAS > 50
                     IF WRK-PTS-GRAVADO = 'S'
                        MOVE WRK-PTS-CHAVE-ANT TO PTS-CHAVE
                        DELETE PONTOS RECORD
                        ADD 1 TO WRK-QT-PONTOS
                     ELSE
                        DISPLAY 'PONTOS NAO TRANSFERIDOS: '
                                WRK-PTS-CHAVE-ANT
                     END-IF
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

       5298-GRAVA-PONTOS.
            WRITE PTS-REG
               INVALID KEY
                  ADD 1 TO PTS-HORA
                  ADD 1 TO WRK-PTS-TENTATIVAS
               NOT INVALID KEY
                  MOVE 'S' TO WRK-PTS-GRAVADO
            END-WRITE.

       5300-INATIVA-PERDEDOR.
            MOVE WRK-FONE-PERDEDOR TO CLIENTES-FONE.
            READ CLIENTES
                        DISPLAY 'ERRO AO INATIVAR O DUPLICADO'
                     NOT INVALID KEY
                        DISPLAY 'UNIFICADO: ' WRK-QT-PEDIDOS
                                ' PEDIDO(S) MOVIDO(S), '
                                WRK-QT-PONTOS
                                ' MOVIMENTO(S) DE PONTOS, '
                                'DUPLICADO INATIVADO'
                        DISPLAY '           ' WRK-QT-ENDERECOS
                                ' ENDERECO(S), ' WRK-QT-PENDENC
                                ' PENDENCIA(S) DE ESTOQUE, '
                                WRK-QT-RECORR ' RECORRENTE(S), '
                                WRK-QT-SAC ' CHAMADO(S)'
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Pendencias de entrega (PENDENC.DAT): a chave e a do pedido
      * original; vao para o fone do sobrevivente junto com o
      * pedido, assim como o pedido complementar ja gerado e o
      * endereco de entrega renumerado.
      *----------------------------------------------------------------
       5400-RECHAVEIA-PEND-ESTOQUE.
            IF WRK-TEM-PENDENC = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PEN-CHAVE
               MOVE WRK-FONE-PERDEDOR TO PEN-FONE
               START PENDENC KEY IS NOT LESS THAN PEN-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5410-MOVE-PEND-ESTOQUE UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5410-MOVE-PEND-ESTOQUE.
            READ PENDENC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PEN-FONE = WRK-FONE-PERDEDOR
                     MOVE WRK-FONE-SOBREVIVE TO PEN-FONE
                     IF PEN-GER-FONE = WRK-FONE-PERDEDOR
                        MOVE WRK-FONE-SOBREVIVE TO PEN-GER-FONE
                     END-IF
                     IF PEN-ENDERECO-SEQ > ZEROS
                        AND WRK-TEM-ENDERECOS = 'S'
                        MOVE WRK-END-NOVA-SEQ(PEN-ENDERECO-SEQ)
                          TO PEN-ENDERECO-SEQ
                     END-IF
                     WRITE PEN-REG
                        INVALID KEY
                           DISPLAY 'PENDENCIA JA EXISTIA NO DESTINO: '
                                   PEN-DATA SPACE PEN-SEQ
                        NOT INVALID KEY
                           MOVE WRK-FONE-PERDEDOR TO PEN-FONE
                           DELETE PENDENC RECORD
                           ADD 1 TO WRK-QT-PENDENC
                     END-WRITE
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Modelos de pedido recorrente do perdedor: renumerados depois
      * do maior numero do sobrevivente, para o RECORGER gerar os
      * pedidos no cliente que fica ativo.
      *----------------------------------------------------------------
       5420-RECHAVEIA-RECORRENTES.
            IF WRK-TEM-RECORR = 'S'
               MOVE ZEROS TO WRK-PRC-MAIOR-NUM
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-FONE-SOBREVIVE TO PRC-FONE
               MOVE ZEROS TO PRC-NUMERO
               START RECORR KEY IS NOT LESS THAN PRC-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5425-MAIOR-NUM-RECORRENTE
                  UNTIL WRK-FIM-ARQ = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-FONE-PERDEDOR TO PRC-FONE
               MOVE ZEROS TO PRC-NUMERO
               START RECORR KEY IS NOT LESS THAN PRC-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5430-MOVE-RECORRENTE UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5425-MAIOR-NUM-RECORRENTE.
            READ RECORR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRC-FONE = WRK-FONE-SOBREVIVE
                     MOVE PRC-NUMERO TO WRK-PRC-MAIOR-NUM
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

       5430-MOVE-RECORRENTE.
            READ RECORR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRC-FONE NOT = WRK-FONE-PERDEDOR
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF WRK-PRC-MAIOR-NUM NOT < 99
                        DISPLAY 'SEM NUMERO LIVRE PARA O MODELO: '
                                PRC-NUMERO
                     ELSE
                        PERFORM 5435-GRAVA-RECORRENTE
                     END-IF
                  END-IF
            END-READ.

       5435-GRAVA-RECORRENTE.
            MOVE PRC-NUMERO TO WRK-PRC-NUM-ANT.
            ADD 1 TO WRK-PRC-MAIOR-NUM.
            MOVE WRK-FONE-SOBREVIVE TO PRC-FONE.
            MOVE WRK-PRC-MAIOR-NUM  TO PRC-NUMERO.
            WRITE PRC-REG
               INVALID KEY
                  DISPLAY 'MODELO JA EXISTIA NO DESTINO: '
                          PRC-NUMERO
               NOT INVALID KEY
                  MOVE WRK-FONE-PERDEDOR TO PRC-FONE
                  MOVE WRK-PRC-NUM-ANT   TO PRC-NUMERO
                  DELETE RECORR RECORD
                  ADD 1 TO WRK-QT-RECORR
            END-WRITE.

      *----------------------------------------------------------------
      * Chamados de SAC: fone do cliente e do pedido reclamado sao
      * campos; varre o arquivo e regrava os do cliente.
      *----------------------------------------------------------------
       5440-RECHAVEIA-SAC.
            IF WRK-TEM-SAC = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE ZEROS TO SAC-NUMERO
               START SAC KEY IS NOT LESS THAN SAC-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5450-MOVE-CHAMADO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5450-MOVE-CHAMADO.
            READ SAC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF SAC-FONE = WRK-FONE-PERDEDOR
                     OR SAC-PED-FONE = WRK-FONE-PERDEDOR
                     IF SAC-FONE = WRK-FONE-PERDEDOR
                        MOVE WRK-FONE-SOBREVIVE TO SAC-FONE
                     END-IF
                     IF SAC-PED-FONE = WRK-FONE-PERDEDOR
                        MOVE WRK-FONE-SOBREVIVE TO SAC-PED-FONE
                     END-IF
                     REWRITE SAC-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR CHAMADO: '
                                   SAC-NUMERO
                        NOT INVALID KEY
                           ADD 1 TO WRK-QT-SAC
                     END-REWRITE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Auditoria da unificacao: o "antes" e o registro perdedor e o
      * "depois" sao os dados do sobrevivente que ficam valendo.
            IF WRK-TEM-ALUNOS = 'S'
               CLOSE ALUNOS
            END-IF.
            IF WRK-TEM-PONTOS = 'S'
               CLOSE PONTOS
            END-IF.
            IF WRK-TEM-ENDERECOS = 'S'
               CLOSE ENDERECOS
            END-IF.
            IF WRK-TEM-PENDENC = 'S'
               CLOSE PENDENC
            END-IF.
            IF WRK-TEM-RECORR = 'S'
               CLOSE RECORR
            END-IF.
            IF WRK-TEM-SAC = 'S'
               CLOSE SAC
            END-IF.
            CLOSE CLIAUDIT.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
