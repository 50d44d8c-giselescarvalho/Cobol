      *           outro programa; o indexado e recriado com as
      *           chaves reconstruidas pelo proprio WRITE, como o
      *           CLIREST faz com o mestre de clientes.
      * Modification History:
      *  15/10/2026 GC - restaurar PEDIDOS.DAT grava 'R' em VENDMES.PRM:
      *                  o resumo mensal de vendas (VENDMES.cbl) se
      *                  reconstroi na proxima execucao.
      *  15/10/2026 GC - linha da geracao de USUARIOS leva o carimbo
      *                  de data e hora da exportacao (apos os 81
      *                  bytes do registro); com SENHAMIG.CTL presente,
      *                  geracao anterior a migracao das senhas nao e
      *                  restaurada - traria senhas em claro.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTPRM-STATUS.
      * Geracoes, com o nome montado em memoria (<MESTRE>.BK1/2/3).
      * Pedido de reconstrucao do resumo mensal de vendas, gravado
      * quando PEDIDOS.DAT e restaurado.
           SELECT VENDMES-PRM
             ASSIGN TO 'VENDMES.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDMES-PRM-STATUS.
      * Controle da migracao de senhas (SENHAMIG.cbl), opcional.
           SELECT SENHAMIG-CTL
             ASSIGN TO 'SENHAMIG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT GER-ENT
             ASSIGN TO WRK-NOME-ENT
               ORGANIZATION IS LINE SEQUENTIAL
            05 RST-MESTRE  PIC 9(01).
            05 RST-GERACAO PIC 9(01).

       FD VENDMES-PRM.
       01 VPR-REG.
            05 VPR-MODO    PIC X(01).

       FD SENHAMIG-CTL.
       01 CTL-REG.
            05 CTL-MOMENTO.
                10 CTL-DATA     PIC 9(08).
                10 CTL-HORA     PIC 9(08).
            05 CTL-QT-USUARIOS  PIC 9(05).

       FD GER-ENT.
       01 GER-ENT-REG       PIC X(256).

       77 GER-ENT-STATUS    PIC 9(02).
       77 GER-SAI-STATUS    PIC 9(02).
       77 RESTPRM-STATUS    PIC 9(02).
       77 VENDMES-PRM-STATUS PIC 9(02).
       77 CTL-STATUS        PIC 9(02).
       77 WRK-MODO          PIC X(01) VALUE 'E'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-ERRO          PIC X(01) VALUE 'N'.
       77 WRK-QT-CONFERIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-RESTAURADOS PIC 9(07) VALUE ZEROS.
       77 WRK-BUFFER        PIC X(256) VALUE SPACES.
       77 WRK-GER-RECUSADA  PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * Carimbo da exportacao de USUARIOS, gravado na linha da geracao
      * logo apos o registro (posicoes 82 a 97).
      *----------------------------------------------------------------
       01 WRK-CARIMBO.
            05 WRK-CARIMBO-DATA PIC 9(08) VALUE ZEROS.
            05 WRK-CARIMBO-HORA PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------
      * Mestres na ordem fixa: 1 PEDIDOS, 2 PRODUTOS, 3 RECEBER,
      * 4 FATURAS, 5 USUARIOS, 6 FUNCIONARIOS (base FUNCIONA, nome
                   INTO WRK-NOME-SAI
            END-STRING.
            OPEN OUTPUT GER-SAI.
            IF WRK-IX-MESTRE = 5
               ACCEPT WRK-CARIMBO-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-CARIMBO-HORA FROM TIME
            END-IF.
            PERFORM 2400-ABRE-MESTRE.
            IF MESTRE-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
                        MOVE 'S' TO WRK-FIM-ARQ
                     NOT AT END
                        MOVE USUARIO-REG TO WRK-BUFFER
                        MOVE WRK-CARIMBO TO WRK-BUFFER(82:16)
                  END-READ
               WHEN 6
                  READ FUNCIONARIOS NEXT RECORD
                  DISPLAY 'GERACAO ' WRK-NOME-ENT ' INEXISTENTE'
                  MOVE 'S' TO WRK-ERRO
               ELSE
                  IF WRK-IX-MESTRE = 5
                     PERFORM 5050-CONFERE-SENHAS
                  END-IF
                  IF WRK-GER-RECUSADA = 'S'
                     DISPLAY 'GERACAO ' WRK-NOME-ENT ' ANTERIOR A '
                             'MIGRACAO DAS SENHAS - NADA RESTAURADO'
                     MOVE 'S' TO WRK-ERRO
                     CLOSE GER-ENT
                  ELSE
      *              so recria o mestre depois de confirmar que a
      *              geracao abriu (mesma cautela do CLIREST)
                     PERFORM 5100-ABRE-MESTRE-SAIDA
                     MOVE 'N' TO WRK-FIM-ARQ
                     PERFORM 5200-RESTAURA-REGISTRO
                        UNTIL WRK-FIM-ARQ = 'S'
                     PERFORM 2600-FECHA-MESTRE
                     CLOSE GER-ENT
                     DISPLAY 'REGISTROS RESTAURADOS: '
                             WRK-QT-RESTAURADOS
                     IF WRK-IX-MESTRE = 1
                        PERFORM 5500-PEDE-RECONSTRUCAO
                     END-IF
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * USUARIOS depois da migracao das senhas (SENHAMIG.CTL presente):
      * a geracao so volta se a primeira linha trouxer carimbo igual
      * ou posterior ao da migracao; sem carimbo e geracao gravada
      * com as senhas em claro.
      *----------------------------------------------------------------
       5050-CONFERE-SENHAS.
            MOVE 'N' TO WRK-GER-RECUSADA.
            OPEN INPUT SENHAMIG-CTL.
            IF CTL-STATUS = 0
               READ SENHAMIG-CTL
                  AT END
                     MOVE ZEROS TO CTL-MOMENTO
               END-READ
               CLOSE SENHAMIG-CTL
               READ GER-ENT
                  AT END
                     CONTINUE
                  NOT AT END
                     IF GER-ENT-REG(82:16) < CTL-MOMENTO
                        MOVE 'S' TO WRK-GER-RECUSADA
                     END-IF
               END-READ
      *        a linha lida na conferencia volta para a restauracao
               CLOSE GER-ENT
               OPEN INPUT GER-ENT
            END-IF.

       5100-ABRE-MESTRE-SAIDA.
            EVALUATE WRK-IX-MESTRE
               WHEN 1
                  END-WRITE
            END-EVALUATE.

      *----------------------------------------------------------------
      * Pedidos voltaram a uma geracao antiga: o resumo mensal de
      * vendas nao bate mais com o incremental e e refeito inteiro.
      *----------------------------------------------------------------
       5500-PEDE-RECONSTRUCAO.
            OPEN OUTPUT VENDMES-PRM.
            IF VENDMES-PRM-STATUS = 0
               MOVE 'R' TO VPR-MODO
               WRITE VPR-REG
               CLOSE VENDMES-PRM
            END-IF.

       3000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO = 'S'
