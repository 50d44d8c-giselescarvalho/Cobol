       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCTL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Controle dos arquivos de retorno ja processados,
      *           chamado pelos leitores de retorno do banco e da
      *           operadora (COBRANCA.cbl modo T, RETBANCO.cbl e
      *           CARTCONC.cbl) com CALL 'RETCTL' USING pedido.
      *           Guarda em RETPROC.DAT um registro por arquivo
      *           consumido - origem, sequencia do header do banco,
      *           data, quantidade de registros e hash - e um por
      *           linha aplicada, para o reprocessamento autorizado
      *           pular linha por linha o que ja foi aplicado.
      *           Funcoes (RCP-FUNCAO):
      *             C - consulta o arquivo: achado quando ha registro
      *                 da origem com a mesma sequencia, data,
      *                 quantidade e hash, ou - sequencia diferente de
      *                 zero - com a mesma sequencia de header e outro
      *                 conteudo; devolve quando e por quem foi
      *                 processado;
      *             A - anota o arquivo como processado (de novo, no
      *                 reprocessamento: soma a vez e atualiza a data);
      *             V - verifica se a linha RCP-LINHA ja foi aplicada;
      *             L - anota a linha RCP-LINHA como aplicada.
      *           Sem RETPROC.DAT o arquivo e criado na primeira
      *           chamada; RETPROC.DAT que nao abre devolve
      *           RCP-ACHADO 'E' e o chamador recusa o arquivo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETPROC
             ASSIGN TO 'RETPROC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RETPROC-STATUS
               RECORD KEY IS RPC-CHAVE.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * RPC-TIPO 'A' = arquivo (RPC-IDENT com sequencia, data,
      * quantidade e hash), 'L' = linha aplicada (RPC-IDENT montado
      * pelo chamador com a chave natural da linha).
      *----------------------------------------------------------------
       FD RETPROC.
       01 RPC-REG.
            05 RPC-CHAVE.
                10 RPC-ORIGEM      PIC X(08).
                10 RPC-TIPO        PIC X(01).
                    88 RPC-ARQUIVO  VALUE 'A'.
                    88 RPC-LINHA    VALUE 'L'.
                10 RPC-IDENT       PIC X(60).
                10 RPC-IDENT-ARQ REDEFINES RPC-IDENT.
                    15 RPC-SEQ     PIC 9(06).
                    15 RPC-DATA-ARQ PIC 9(08).
                    15 RPC-QT-REG  PIC 9(06).
                    15 RPC-HASH    PIC 9(15).
                    15 FILLER      PIC X(25).
            05 RPC-DATA-PROC   PIC 9(08).
            05 RPC-HORA-PROC   PIC 9(08).
            05 RPC-USUARIO     PIC X(20).
            05 RPC-QT-PROC     PIC 9(03).

       WORKING-STORAGE SECTION.
       77 RETPROC-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       COPY 'SESSAO.CPY'.

       LINKAGE SECTION.
      * Mesmo layout do RETC-PEDIDO do RETCTLWS.COB.
       01 RETCTL-PEDIDO.
            05 RCP-FUNCAO    PIC X(01).
            05 RCP-ORIGEM    PIC X(08).
            05 RCP-SEQ       PIC 9(06).
            05 RCP-DATA-ARQ  PIC 9(08).
            05 RCP-QT-REG    PIC 9(06).
            05 RCP-HASH      PIC 9(15).
            05 RCP-LINHA     PIC X(60).
            05 RCP-ACHADO    PIC X(01).
            05 RCP-DATA-PROC PIC 9(08).
            05 RCP-HORA-PROC PIC 9(08).
            05 RCP-USUARIO   PIC X(20).
            05 RCP-QT-PROC   PIC 9(03).

       PROCEDURE DIVISION USING RETCTL-PEDIDO.
       0001-PRINCIPAL.
            MOVE 'N' TO RCP-ACHADO.
            OPEN I-O RETPROC
              IF RETPROC-STATUS = 35 THEN
                  OPEN OUTPUT RETPROC
                  CLOSE RETPROC
                  OPEN I-O RETPROC
               END-IF.
            IF RETPROC-STATUS NOT = 0
               DISPLAY 'RETPROC.DAT INDISPONIVEL - STATUS '
                       RETPROC-STATUS
               MOVE 'E' TO RCP-ACHADO
            ELSE
               EVALUATE RCP-FUNCAO
                  WHEN 'C'
                     PERFORM 1000-CONSULTA-ARQUIVO
                  WHEN 'A'
                     PERFORM 2000-ANOTA-ARQUIVO
                  WHEN 'V'
                     PERFORM 3000-VERIFICA-LINHA
                  WHEN 'L'
                     PERFORM 4000-ANOTA-LINHA
               END-EVALUATE
               CLOSE RETPROC
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * Achado so em dois casos: a chave inteira igual (sequencia +
      * data + quantidade + hash) ou, com sequencia diferente de zero,
      * a mesma sequencia de header com outro conteudo (arquivo
      * reenviado pelo banco com linhas a mais ou a menos). O mesmo
      * conteudo sob outra sequencia nao e reconhecido.
      *----------------------------------------------------------------
       1000-CONSULTA-ARQUIVO.
            PERFORM 8000-MONTA-CHAVE-ARQUIVO.
            READ RETPROC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 8100-DEVOLVE-ACHADO
            END-READ.
            IF RCP-ACHADO = 'N' AND RCP-SEQ NOT = ZEROS
               PERFORM 8000-MONTA-CHAVE-ARQUIVO
               MOVE ZEROS TO RPC-DATA-ARQ RPC-QT-REG RPC-HASH
               MOVE 'N' TO WRK-FIM-ARQ
               START RETPROC KEY IS NOT LESS THAN RPC-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               IF WRK-FIM-ARQ = 'N'
                  READ RETPROC NEXT RECORD
                     AT END
                        CONTINUE
                     NOT AT END
                        IF RPC-ORIGEM = RCP-ORIGEM AND RPC-ARQUIVO
                           AND RPC-SEQ = RCP-SEQ
                           PERFORM 8100-DEVOLVE-ACHADO
                        END-IF
                  END-READ
               END-IF
            END-IF.

       2000-ANOTA-ARQUIVO.
            PERFORM 8000-MONTA-CHAVE-ARQUIVO.
            READ RETPROC
               INVALID KEY
                  PERFORM 8200-PREENCHE-PROCESSAMENTO
                  MOVE 1 TO RPC-QT-PROC
                  WRITE RPC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO ANOTAR RETPROC.DAT'
                  END-WRITE
               NOT INVALID KEY
                  MOVE 'S' TO RCP-ACHADO
                  PERFORM 8200-PREENCHE-PROCESSAMENTO
                  ADD 1 TO RPC-QT-PROC
                  REWRITE RPC-REG
                     INVALID KEY
                        DISPLAY 'ERRO AO ANOTAR RETPROC.DAT'
                  END-REWRITE
            END-READ.
            MOVE RPC-QT-PROC TO RCP-QT-PROC.

       3000-VERIFICA-LINHA.
            PERFORM 8050-MONTA-CHAVE-LINHA.
            READ RETPROC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 8100-DEVOLVE-ACHADO
            END-READ.

       4000-ANOTA-LINHA.
            PERFORM 8050-MONTA-CHAVE-LINHA.
            PERFORM 8200-PREENCHE-PROCESSAMENTO.
            MOVE 1 TO RPC-QT-PROC.
            WRITE RPC-REG
               INVALID KEY
                  MOVE 'S' TO RCP-ACHADO
            END-WRITE.

       8000-MONTA-CHAVE-ARQUIVO.
            MOVE SPACES       TO RPC-CHAVE.
            MOVE RCP-ORIGEM   TO RPC-ORIGEM.
            MOVE 'A'          TO RPC-TIPO.
            MOVE RCP-SEQ      TO RPC-SEQ.
            MOVE RCP-DATA-ARQ TO RPC-DATA-ARQ.
            MOVE RCP-QT-REG   TO RPC-QT-REG.
            MOVE RCP-HASH     TO RPC-HASH.

       8050-MONTA-CHAVE-LINHA.
            MOVE SPACES     TO RPC-CHAVE.
            MOVE RCP-ORIGEM TO RPC-ORIGEM.
            MOVE 'L'        TO RPC-TIPO.
            MOVE RCP-LINHA  TO RPC-IDENT.

       8100-DEVOLVE-ACHADO.
            MOVE 'S'           TO RCP-ACHADO.
            MOVE RPC-DATA-PROC TO RCP-DATA-PROC.
            MOVE RPC-HORA-PROC TO RCP-HORA-PROC.
            MOVE RPC-USUARIO   TO RCP-USUARIO.
            MOVE RPC-QT-PROC   TO RCP-QT-PROC.

      *     execucao avulsa (sem sessao do MENUGERAL) fica como LOTE
       8200-PREENCHE-PROCESSAMENTO.
            ACCEPT RPC-DATA-PROC FROM DATE YYYYMMDD.
            ACCEPT RPC-HORA-PROC FROM TIME.
            IF SES-USUARIO NOT = SPACES
               AND SES-USUARIO NOT = LOW-VALUES
               MOVE SES-USUARIO TO RPC-USUARIO
            ELSE
               MOVE 'LOTE' TO RPC-USUARIO
            END-IF.

      *END PROGRAM RETCTL.
