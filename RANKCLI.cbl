      * Author: Gisele Carvalho
      * Date: 22/08/2026
      * Purpose: Ranking periodico de clientes por valor comprado. Le
      *           o resumo mensal de vendas (VENDMES.DAT), acumula por
      *           telefone a quantidade de pedidos e os totais de
      *           valor e frete (pedidos cancelados fora), resolve o
      *           nome de cada telefone em CLIENTES.DAT, classifica
      *           por valor decrescente via SORT e imprime os N
      *           primeiros (N escolhido pelo operador) em
      *           rodape mostrando quanto da receita o grupo do topo
      *           representa - o levantamento da campanha de
      *           fidelidade que a area comercial montava a mao.
      * Modification History:
      *  15/10/2026 GC - totais por cliente tirados do resumo mensal
      *                  VENDMES.DAT (ordenado por telefone e somado em
      *                  RANKCLI.WRK) no lugar da varredura de
      *                  PEDIDOS.DAT.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMES
             ASSIGN TO 'VENDMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDMES-STATUS
               RECORD KEY IS VMS-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
             ASSIGN TO 'RANKCLI.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANKCLI-REL-STATUS.
      * Total por cliente, entre a soma e a ordenacao por valor.
           SELECT RANKCLI-WRK
             ASSIGN TO 'RANKCLI.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANKCLI-WRK-STATUS.
           SELECT AGRUPA
             ASSIGN TO 'RANKCLI2.SRT'.
           SELECT ORDENACAO
             ASSIGN TO 'RANKCLI.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'VENDMES.CPY'.

       COPY 'CLIENTES.CPY'.

       FD RANKCLI-REL.
       01 RANKCLI-REL-REG       PIC X(132).

       FD RANKCLI-WRK.
       01 RKW-REG.
            05 RKW-VALOR      PIC 9(09)V99.
            05 RKW-FONE       PIC 9(09).
            05 RKW-QT-PEDIDOS PIC 9(05).
            05 RKW-FRETE      PIC 9(09)V99.

      *----------------------------------------------------------------
      * Uma entrada por linha do resumo com venda, agrupada por fone.
      *----------------------------------------------------------------
       SD AGRUPA.
       01 AGR-REG.
            05 AGR-FONE       PIC 9(09).
            05 AGR-VALOR      PIC S9(11)V99.
            05 AGR-QT-PEDIDOS PIC S9(05).
            05 AGR-FRETE      PIC S9(09)V99.

       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-VALOR      PIC 9(09)V99.
            05 ORD-FRETE      PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 VENDMES-STATUS     PIC 9(02).
       77 RANKCLI-WRK-STATUS PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 RANKCLI-REL-STATUS PIC 9(02).
       77 WRK-FIM-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD        PIC X(01) VALUE 'N'.
       77 WRK-FIM-AGR        PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA  PIC X(01) VALUE 'N'.
       77 WRK-TOPO-N         PIC 9(03) VALUE ZEROS.
       77 WRK-POSICAO        PIC 9(03) VALUE ZEROS.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT AGRUPA
                  ON ASCENDING KEY AGR-FONE
                  INPUT PROCEDURE IS 2000-LIBERA-RESUMO
                  OUTPUT PROCEDURE IS 2500-ACUMULA-CLIENTES
               SORT ORDENACAO
                  ON DESCENDING KEY ORD-VALOR
                  USING RANKCLI-WRK
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RANKING
            END-IF.
            PERFORM 3000-FINALIZAR.
            IF WRK-TOPO-N = ZEROS
               MOVE 10 TO WRK-TOPO-N
            END-IF.
            OPEN INPUT VENDMES.
            OPEN INPUT CLIENTES.
            OPEN OUTPUT RANKCLI-REL.
            IF VENDMES-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
               OR RANKCLI-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'RANKING DE CLIENTES POR VALOR' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE LOW-VALUES TO VMS-CHAVE
               START VENDMES KEY IS NOT LESS THAN VMS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
            END-IF.

      *----------------------------------------------------------------
      * Entrada da primeira ordenacao: as linhas do resumo com venda
      * (linha so de cancelado/devolvido fica fora).
      *----------------------------------------------------------------
       2000-LIBERA-RESUMO.
            PERFORM 2100-LE-RESUMO UNTIL WRK-FIM-ARQ = 'S'.

       2100-LE-RESUMO.
            READ VENDMES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF VMS-QT-PEDIDOS > 0 OR VMS-VALOR > 0
                     MOVE VMS-FONE       TO AGR-FONE
                     MOVE VMS-VALOR      TO AGR-VALOR
                     MOVE VMS-QT-PEDIDOS TO AGR-QT-PEDIDOS
                     MOVE VMS-FRETE      TO AGR-FRETE
                     RELEASE AGR-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Saida da primeira ordenacao: quebra por fone, um total por
      * cliente em RANKCLI.WRK para a ordenacao por valor.
      *----------------------------------------------------------------
       2500-ACUMULA-CLIENTES.
            OPEN OUTPUT RANKCLI-WRK.
            PERFORM 2600-LE-AGRUPADO UNTIL WRK-FIM-AGR = 'S'.
            IF WRK-TEM-GRUPO = 'S'
               PERFORM 2700-GRAVA-GRUPO
            END-IF.
            CLOSE RANKCLI-WRK.

       2600-LE-AGRUPADO.
            RETURN AGRUPA
               AT END
                  MOVE 'S' TO WRK-FIM-AGR
               NOT AT END
                  IF WRK-TEM-GRUPO = 'S'
                     AND AGR-FONE NOT = WRK-FONE-ATUAL
                     PERFORM 2700-GRAVA-GRUPO
                  END-IF
                  IF WRK-TEM-GRUPO = 'N'
                     MOVE 'S' TO WRK-TEM-GRUPO
                     MOVE AGR-FONE TO WRK-FONE-ATUAL
                     MOVE ZEROS TO WRK-QT-PEDIDOS
                                   WRK-TOT-VALOR WRK-TOT-FRETE
                  END-IF
                  ADD AGR-QT-PEDIDOS TO WRK-QT-PEDIDOS
                  ADD AGR-VALOR      TO WRK-TOT-VALOR
                  ADD AGR-FRETE      TO WRK-TOT-FRETE
                  ADD AGR-VALOR      TO WRK-RECEITA-GERAL
            END-RETURN.

       2700-GRAVA-GRUPO.
            MOVE WRK-TOT-VALOR  TO RKW-VALOR.
            MOVE WRK-FONE-ATUAL TO RKW-FONE.
            MOVE WRK-QT-PEDIDOS TO RKW-QT-PEDIDOS.
            MOVE WRK-TOT-FRETE  TO RKW-FRETE.
            WRITE RKW-REG.
            MOVE 'N' TO WRK-TEM-GRUPO.

       4000-IMPRIME-RANKING.
            END-READ.

       3000-FINALIZAR.
            CLOSE VENDMES.
            CLOSE CLIENTES.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR VENDMES.DAT/CLIENTES.DAT/'
                       'RANKCLI.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
