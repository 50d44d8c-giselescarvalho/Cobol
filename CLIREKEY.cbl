      *           novo). Chamado com a sessao do MENUGERAL preenchida,
      *           exige nivel GERENCIAL; avulso (sessao vazia) roda
      *           como os demais lotes.
      * Modification History:
      *  15/10/2026 GC - pedido re-chaveado marcado (PEDMARCA) sob o
      *                  fone novo e o antigo para o resumo mensal de
      *                  vendas (VENDMES.cbl).
      *  15/10/2026 GC - razao de pontos de fidelidade (PONTOS.DAT)
      *                  re-chaveado para o fone novo.
      *  15/10/2026 GC - enderecos de entrega, pendencias de estoque
      *                  (e o pedido complementar), modelos de pedido
      *                  recorrente e chamados de SAC tambem passam
      *                  para o fone novo; pedido complementar aponta
      *                  para o original sob o fone novo, e o
      *                  documento dos pontos de pedido acompanha a
      *                  chave nova do pedido.
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
      * Alunos cujo responsavel e cobrado neste fone (MENSALID).
           SELECT ALUNOS
             ASSIGN TO 'ALUNOS.DAT'

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
       77 CLIAUDIT-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
            05 WRK-ANT-SITUACAO  PIC X(01).
            05 WRK-ANT-ENDERECO  PIC X(80).
            05 WRK-ANT-DT-INCL   PIC 9(08).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
       COPY 'SESSAO.CPY'.

       PROCEDURE DIVISION.
                     CLOSE CLIPEND
                     OPEN I-O CLIPEND
                  END-IF
      *        creditos, espera, alunos, pontos, enderecos,
      *        pendencias, recorrentes e SAC sao opcionais: sem o
      *        arquivo o passo correspondente e pulado
               OPEN I-O CREDITOS
               IF CREDITOS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-CREDITOS
               IF ALUNOS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-ALUNOS
               END-IF
               OPEN I-O PONTOS
               IF PONTOS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-PONTOS
               END-IF
               OPEN I-O ENDERECOS
               IF ENDERECOS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-ENDERECOS
               END-IF
               OPEN I-O PENDENC
               IF PENDENC-STATUS = 0
                  MOVE 'S' TO WRK-TEM-PENDENC
               END-IF
               OPEN I-O RECORR
               IF RECORR-STATUS = 0
                  MOVE 'S' TO WRK-TEM-RECORR
               END-IF
               OPEN I-O SAC
               IF SAC-STATUS = 0
                  MOVE 'S' TO WRK-TEM-SAC
               END-IF
               OPEN EXTEND CLIAUDIT
                 IF CLIAUDIT-STATUS = 35 THEN
                     OPEN OUTPUT CLIAUDIT
                  PERFORM 5520-RECHAVEIA-CREDITOS
                  PERFORM 5540-RECHAVEIA-ESPERA
                  PERFORM 5560-RECHAVEIA-RESP-ALUNOS
                  PERFORM 5580-RECHAVEIA-PONTOS
                  PERFORM 5700-RECHAVEIA-ENDERECOS
                  PERFORM 5720-RECHAVEIA-PEND-ESTOQUE
                  PERFORM 5740-RECHAVEIA-RECORRENTES
                  PERFORM 5760-RECHAVEIA-SAC
                  PERFORM 5600-BAIXA-REGISTRO-ANTIGO
                  PERFORM 9700-GRAVA-AUDITORIA
                  DISPLAY 'RECHAVEADO: ' WRK-QT-PEDIDOS
                          ' PENDENCIA(S), ' WRK-QT-CREDITOS
                          ' CREDITO(S), ' WRK-QT-ESPERA
                          ' ESPERA(S), ' WRK-QT-RESP
                          ' ALUNO(S), ' WRK-QT-PONTOS
                          ' MOVIMENTO(S) DE PONTOS'
                  DISPLAY '            ' WRK-QT-ENDERECOS
                          ' ENDERECO(S), ' WRK-QT-PENDENC
                          ' PENDENCIA(S) DE ESTOQUE, ' WRK-QT-RECORR
                          ' RECORRENTE(S), ' WRK-QT-SAC
                          ' CHAMADO(S)'
            END-WRITE.

      *----------------------------------------------------------------
               NOT AT END
                  IF PEDIDOS-FONE = WRK-FONE-ANTIGO
                     MOVE WRK-FONE-NOVO TO PEDIDOS-FONE
                     IF PEDIDOS-ORIG-FONE = WRK-FONE-ANTIGO
                        MOVE WRK-FONE-NOVO TO PEDIDOS-ORIG-FONE
                     END-IF
                     WRITE PEDIDOS-REG
                        INVALID KEY
                           DISPLAY 'PEDIDO JA EXISTIA NO DESTINO: '
                                   PEDIDOS-DATA SPACE PEDIDOS-HORA
                        NOT INVALID KEY
                           PERFORM 5120-MARCA-PEDIDO
                           MOVE WRK-FONE-ANTIGO TO PEDIDOS-FONE
                           DELETE PEDIDOS RECORD
                           PERFORM 5120-MARCA-PEDIDO
                           ADD 1 TO WRK-QT-PEDIDOS
                     END-WRITE
                  ELSE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       5120-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

      *----------------------------------------------------------------
      * Itens de pedido: mesmo movimento dos cabecalhos, copia sob o
      * fone novo e baixa o original.
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Razao de pontos de fidelidade (PONTOS.DAT), com o fone na
      * chave: cada movimento e gravado sob o fone novo (hora
      * somada de 1 se o destino ja tiver movimento igual) e so entao
      * o original e baixado.
      *----------------------------------------------------------------
       5580-RECHAVEIA-PONTOS.
            IF WRK-TEM-PONTOS = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PTS-CHAVE
               MOVE WRK-FONE-ANTIGO TO PTS-FONE
               START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5585-MOVE-PONTOS UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5585-MOVE-PONTOS.
            READ PONTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PTS-FONE = WRK-FONE-ANTIGO
                     MOVE PTS-CHAVE TO WRK-PTS-CHAVE-ANT
                     MOVE WRK-FONE-NOVO TO PTS-FONE
      *              lote de pedido: o documento e a chave do pedido,
      *              que tambem mudou de fone
                     IF PTS-DOCUMENTO(1:9) = WRK-FONE-ANTIGO
                        MOVE WRK-FONE-NOVO TO PTS-DOCUMENTO(1:9)
                     END-IF
                     MOVE 'N' TO WRK-PTS-GRAVADO
                     MOVE ZEROS TO WRK-PTS-TENTATIVAS
                     PERFORM 5590-GRAVA-PONTOS
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

       5590-GRAVA-PONTOS.
            WRITE PTS-REG
               INVALID KEY
                  ADD 1 TO PTS-HORA
                  ADD 1 TO WRK-PTS-TENTATIVAS
               NOT INVALID KEY
                  MOVE 'S' TO WRK-PTS-GRAVADO
            END-WRITE.

       5600-BAIXA-REGISTRO-ANTIGO.
            MOVE WRK-FONE-ANTIGO TO CLIENTES-FONE.
            READ CLIENTES
                  END-DELETE
            END-READ.

      *----------------------------------------------------------------
      * Enderecos de entrega: mesma sequencia sob o fone novo, para o
      * PEDIDOS-ENDERECO-SEQ dos pedidos continuar achando o local.
      *----------------------------------------------------------------
       5700-RECHAVEIA-ENDERECOS.
            IF WRK-TEM-ENDERECOS = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-FONE-ANTIGO TO ENDER-FONE
               MOVE ZEROS TO ENDER-SEQ
               START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5710-MOVE-ENDERECO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5710-MOVE-ENDERECO.
            READ ENDERECOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ENDER-FONE = WRK-FONE-ANTIGO
                     MOVE WRK-FONE-NOVO TO ENDER-FONE
                     WRITE ENDER-REG
                        INVALID KEY
                           DISPLAY 'ENDERECO JA EXISTIA NO DESTINO: '
                                   ENDER-SEQ
                        NOT INVALID KEY
                           MOVE WRK-FONE-ANTIGO TO ENDER-FONE
                           DELETE ENDERECOS RECORD
                           ADD 1 TO WRK-QT-ENDERECOS
                     END-WRITE
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pendencias de entrega (PENDENC.DAT): a chave e a do pedido
      * original; vao para o fone novo junto com o pedido, assim
      * como o pedido complementar ja gerado.
      *----------------------------------------------------------------
       5720-RECHAVEIA-PEND-ESTOQUE.
            IF WRK-TEM-PENDENC = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PEN-CHAVE
               MOVE WRK-FONE-ANTIGO TO PEN-FONE
               START PENDENC KEY IS NOT LESS THAN PEN-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5730-MOVE-PEND-ESTOQUE UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5730-MOVE-PEND-ESTOQUE.
            READ PENDENC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PEN-FONE = WRK-FONE-ANTIGO
                     MOVE WRK-FONE-NOVO TO PEN-FONE
                     IF PEN-GER-FONE = WRK-FONE-ANTIGO
                        MOVE WRK-FONE-NOVO TO PEN-GER-FONE
                     END-IF
                     WRITE PEN-REG
                        INVALID KEY
                           DISPLAY 'PENDENCIA JA EXISTIA NO DESTINO: '
                                   PEN-DATA SPACE PEN-SEQ
                        NOT INVALID KEY
                           MOVE WRK-FONE-ANTIGO TO PEN-FONE
                           DELETE PENDENC RECORD
                           ADD 1 TO WRK-QT-PENDENC
                     END-WRITE
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Modelos de pedido recorrente: mesmo numero sob o fone novo,
      * para o RECORGER continuar achando o cliente.
      *----------------------------------------------------------------
       5740-RECHAVEIA-RECORRENTES.
            IF WRK-TEM-RECORR = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-FONE-ANTIGO TO PRC-FONE
               MOVE ZEROS TO PRC-NUMERO
               START RECORR KEY IS NOT LESS THAN PRC-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5750-MOVE-RECORRENTE UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5750-MOVE-RECORRENTE.
            READ RECORR NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PRC-FONE = WRK-FONE-ANTIGO
                     MOVE WRK-FONE-NOVO TO PRC-FONE
                     WRITE PRC-REG
                        INVALID KEY
                           DISPLAY 'MODELO JA EXISTIA NO DESTINO: '
                                   PRC-NUMERO
                        NOT INVALID KEY
                           MOVE WRK-FONE-ANTIGO TO PRC-FONE
                           DELETE RECORR RECORD
                           ADD 1 TO WRK-QT-RECORR
                     END-WRITE
                  ELSE
                     MOVE 'S' TO WRK-FIM-ARQ
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Chamados de SAC: fone do cliente e do pedido reclamado sao
      * campos; varre o arquivo e regrava os do cliente.
      *----------------------------------------------------------------
       5760-RECHAVEIA-SAC.
            IF WRK-TEM-SAC = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE ZEROS TO SAC-NUMERO
               START SAC KEY IS NOT LESS THAN SAC-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5770-MOVE-CHAMADO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       5770-MOVE-CHAMADO.
            READ SAC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF SAC-FONE = WRK-FONE-ANTIGO
                     OR SAC-PED-FONE = WRK-FONE-ANTIGO
                     IF SAC-FONE = WRK-FONE-ANTIGO
                        MOVE WRK-FONE-NOVO TO SAC-FONE
                     END-IF
                     IF SAC-PED-FONE = WRK-FONE-ANTIGO
                        MOVE WRK-FONE-NOVO TO SAC-PED-FONE
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
      * Duas linhas de auditoria: RECHAVEIO sob o fone antigo e
      * RECHAVEADO sob o novo, ambas com a imagem antes/depois, para
               IF WRK-TEM-ALUNOS = 'S'
                  CLOSE ALUNOS
               END-IF
               IF WRK-TEM-PONTOS = 'S'
                  CLOSE PONTOS
               END-IF
               IF WRK-TEM-ENDERECOS = 'S'
                  CLOSE ENDERECOS
               END-IF
               IF WRK-TEM-PENDENC = 'S'
                  CLOSE PENDENC
               END-IF
               IF WRK-TEM-RECORR = 'S'
                  CLOSE RECORR
               END-IF
               IF WRK-TEM-SAC = 'S'
                  CLOSE SAC
               END-IF
               CLOSE CLIAUDIT
            END-IF.
            DISPLAY '-------------------------------------'.
