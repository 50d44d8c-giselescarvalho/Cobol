       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMES.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Atualizacao noturna do resumo mensal de vendas
      *           (VENDMES.DAT, VENDMES.CPY: ano/mes x cliente x
      *           produto x UF com quantidade, valor, frete, pedidos,
      *           cancelado e devolvido), para os relatorios do mes
      *           pararem de ler PEDIDOS.DAT e PEDITENS.DAT inteiros.
      *           Modo I (etapa do FECHADIA): so os pedidos marcados
      *           em PEDMARCA.MOV (incluidos, alterados, cancelados ou
      *           trocados de chave no dia, pela subrotina
      *           PEDMARCA.cbl) - o lancamento anterior de cada um,
      *           guardado em VENDPED.DAT, e estornado e o pedido
      *           como esta hoje e lancado de novo - mais as linhas
      *           novas de DEVOL.LOG. Modo R (reconstrucao): refaz o
      *           resumo a partir do mes do pedido mais antigo ainda
      *           em PEDIDOS.DAT (mais o arquivo anual PEDIDOSaaaa.DAT
      *           desse ano, quando o arquivamento cortou o mes no
      *           meio) e reaplica DEVOL.LOG; os meses anteriores,
      *           ja arquivados, ficam como estao. A reconstrucao e
      *           pedida pelo arquivo VENDMES.PRM com 'R', consumido
      *           na execucao como o RESTAURAR.PRM do BACKUPGER, ou
      *           vale sozinha quando falta o controle VENDMES.CTL
      *           (primeira execucao).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
           SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDITENS-STATUS
               RECORD KEY IS ITEM-CHAVE.
      * Arquivo anual do mes em que a reconstrucao comeca (nome
      * montado em WRK-ARQ-NOME: PEDIDOSaaaa.DAT).
           SELECT PEDARQ
             ASSIGN TO DYNAMIC WRK-ARQ-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDARQ-STATUS
               RECORD KEY IS ARQ-CHAVE.
           SELECT VENDMES
             ASSIGN TO 'VENDMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDMES-STATUS
               RECORD KEY IS VMS-CHAVE.
      * O que cada pedido lancou no resumo, para o estorno.
           SELECT VENDPED
             ASSIGN TO 'VENDPED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDPED-STATUS
               RECORD KEY IS VMP-CHAVE.
           SELECT PEDMARCA-MOV
             ASSIGN TO 'PEDMARCA.MOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDMARCA-STATUS.
           SELECT DEVOL-LOG
             ASSIGN TO 'DEVOL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVOL-LOG-STATUS.
           SELECT VENDMES-CTL
             ASSIGN TO 'VENDMES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDMES-CTL-STATUS.
           SELECT VENDMES-PRM
             ASSIGN TO 'VENDMES.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDMES-PRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PEDIDOS.CPY'.

       COPY 'PEDITENS.CPY'.

       FD PEDARQ.
       01 ARQ-REG.
            05 ARQ-CHAVE.
                10 ARQ-FONE  PIC 9(09).
                10 ARQ-DATA  PIC 9(08).
                10 ARQ-HORA  PIC 9(08).
            05 ARQ-PRODUTO   PIC X(20).
            05 ARQ-UF        PIC X(02).
            05 ARQ-VALOR     PIC 9(07)V99.
            05 ARQ-FRETE     PIC 9(07)V99.
            05 ARQ-DATA-PREVISTA PIC 9(08).
            05 ARQ-SITUACAO  PIC X(01).
            05 ARQ-MANIFESTO PIC 9(06).
            05 ARQ-DATA-ENTREGA PIC 9(08).
            05 ARQ-RECEBEDOR PIC X(30).
            05 ARQ-TRANSP    PIC X(03).

       COPY 'VENDMES.CPY'.

      *----------------------------------------------------------------
      * Uma linha por item lancado (VMP-SEQ = ITEM-SEQ; 000 no pedido
      * legado sem itens), com a linha de VENDMES.DAT que recebeu.
      *----------------------------------------------------------------
       FD VENDPED.
       01 VMP-REG.
            05 VMP-CHAVE.
                10 VMP-PEDIDO.
                    15 VMP-FONE    PIC 9(09).
                    15 VMP-DATA    PIC 9(08).
                    15 VMP-HORA    PIC 9(08).
                10 VMP-SEQ         PIC 9(03).
            05 VMP-ANOMES          PIC 9(06).
            05 VMP-PRODUTO         PIC 9(06).
            05 VMP-UF              PIC X(02).
            05 VMP-QTD             PIC S9(07)V99.
            05 VMP-VALOR           PIC S9(11)V99.
            05 VMP-FRETE           PIC S9(09)V99.
            05 VMP-QT-PEDIDOS      PIC S9(05).
            05 VMP-VL-CANCELADO    PIC S9(11)V99.

       COPY 'PEDMARCA.CPY'.

       FD DEVOL-LOG.
       01 DEVOL-LOG-REG.
            05 DEV-DATA      PIC 9(08).
            05 DEV-HORA      PIC 9(08).
            05 DEV-FONE      PIC 9(09).
            05 DEV-PED-DATA  PIC 9(08).
            05 DEV-PED-HORA  PIC 9(08).
            05 DEV-PRODUTO   PIC 9(06).
            05 DEV-DESCRICAO PIC X(20).
            05 DEV-QTD       PIC 9(03)V99.
            05 DEV-VALOR     PIC 9(09)V99.
            05 DEV-MOTIVO    PIC X(02).

      *----------------------------------------------------------------
      * Ultima atualizacao: modo, primeiro mes refeito na ultima
      * reconstrucao e quantas linhas de DEVOL.LOG ja entraram.
      *----------------------------------------------------------------
       FD VENDMES-CTL.
       01 VCT-REG.
            05 VCT-DATA-MOV        PIC 9(08).
            05 VCT-HORA            PIC 9(08).
            05 VCT-MODO            PIC X(01).
            05 VCT-ANOMES-INI      PIC 9(06).
            05 VCT-DEVOL-LIDAS     PIC 9(07).

       FD VENDMES-PRM.
       01 VPR-REG.
            05 VPR-MODO            PIC X(01).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS      PIC 9(02).
       77 PEDITENS-STATUS     PIC 9(02).
       77 PEDARQ-STATUS       PIC 9(02).
       77 VENDMES-STATUS      PIC 9(02).
       77 VENDPED-STATUS      PIC 9(02).
       77 PEDMARCA-STATUS     PIC 9(02).
       77 DEVOL-LOG-STATUS    PIC 9(02).
       77 VENDMES-CTL-STATUS  PIC 9(02).
       77 VENDMES-PRM-STATUS  PIC 9(02).
       77 WRK-ARQ-NOME        PIC X(15) VALUE SPACES.
      *     I = incremental (so o marcado), R = reconstrucao
       77 WRK-MODO            PIC X(01) VALUE 'I'.
       77 WRK-TEM-CONTROLE    PIC X(01) VALUE 'N'.
       77 WRK-TEM-ITENS       PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITENS       PIC X(01) VALUE 'N'.
       77 WRK-FIM-SNAP        PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO        PIC X(01) VALUE 'S'.
       77 WRK-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MIN        PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-INI      PIC 9(06) VALUE ZEROS.
       77 WRK-SINAL           PIC S9(01) VALUE +1.
       77 WRK-QT-ITENS-PED    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-MARCAS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LANCADOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DEVOLUCOES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LINHAS-DEVOL PIC 9(07) VALUE ZEROS.
       77 WRK-DEVOL-APLICADAS PIC 9(07) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Pedido sendo lancado (de PEDIDOS.DAT ou do arquivo anual) e o
      * item corrente.
      *----------------------------------------------------------------
       01 WRK-PEDIDO.
            05 WRK-PD-CHAVE.
                10 WRK-PD-FONE     PIC 9(09).
                10 WRK-PD-DATA     PIC 9(08).
                10 WRK-PD-HORA     PIC 9(08).
            05 WRK-PD-UF           PIC X(02).
            05 WRK-PD-VALOR        PIC 9(07)V99.
            05 WRK-PD-FRETE        PIC 9(07)V99.
            05 WRK-PD-SITUACAO     PIC X(01).
                88 WRK-PD-CANCELADO VALUE 'C'.
       01 WRK-ITEM.
            05 WRK-IT-SEQ          PIC 9(03).
            05 WRK-IT-PRODUTO      PIC 9(06).
            05 WRK-IT-QTD          PIC 9(03)V99.
            05 WRK-IT-VALOR        PIC 9(09)V99.
      *----------------------------------------------------------------
      * Um lancamento numa linha do resumo (somado com WRK-SINAL).
      *----------------------------------------------------------------
       01 WRK-CONTRIB.
            05 WRK-CT-CHAVE.
                10 WRK-CT-ANOMES   PIC 9(06).
                10 WRK-CT-FONE     PIC 9(09).
                10 WRK-CT-PRODUTO  PIC 9(06).
                10 WRK-CT-UF       PIC X(02).
            05 WRK-CT-QTD          PIC S9(07)V99.
            05 WRK-CT-VALOR        PIC S9(11)V99.
            05 WRK-CT-FRETE        PIC S9(09)V99.
            05 WRK-CT-QT-PEDIDOS   PIC S9(05).
            05 WRK-CT-VL-CANCELADO PIC S9(11)V99.
            05 WRK-CT-VL-DEVOLVIDO PIC S9(11)V99.
            05 WRK-CT-ULT-DATA     PIC 9(08).
       COPY 'RESUMO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               IF WRK-MODO = 'R'
                  PERFORM 5000-RECONSTROI
               ELSE
                  PERFORM 4000-APLICA-MARCAS
               END-IF
               PERFORM 6000-DEVOLUCOES
               PERFORM 7800-GRAVA-CONTROLE
               PERFORM 7900-CONSOME-MARCAS
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE ZEROS TO WRK-QT-MARCAS WRK-QT-LANCADOS
                          WRK-QT-ARQUIVADOS WRK-QT-DEVOLUCOES
                          WRK-QT-LINHAS-DEVOL WRK-DEVOL-APLICADAS
                          WRK-ANOMES-INI.
            MOVE 'N' TO WRK-ERRO-ABERTURA WRK-TEM-CONTROLE.
            MOVE 'I' TO WRK-MODO.
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            PERFORM 1100-ESCOLHE-MODO.
            OPEN INPUT PEDIDOS.
            OPEN INPUT PEDITENS.
            IF PEDITENS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ITENS
            ELSE
               MOVE 'N' TO WRK-TEM-ITENS
            END-IF.
            OPEN I-O VENDMES.
            IF VENDMES-STATUS = 35
               OPEN OUTPUT VENDMES
               CLOSE VENDMES
               OPEN I-O VENDMES
            END-IF.
      *     a reconstrucao recomeca o registro dos lancamentos
            IF WRK-MODO = 'R'
               OPEN OUTPUT VENDPED
               CLOSE VENDPED
            END-IF.
            OPEN I-O VENDPED.
            IF VENDPED-STATUS = 35
               OPEN OUTPUT VENDPED
               CLOSE VENDPED
               OPEN I-O VENDPED
            END-IF.
            IF PEDIDOS-STATUS NOT = 0 OR VENDMES-STATUS NOT = 0
               OR VENDPED-STATUS NOT = 0
               DISPLAY 'PEDIDOS.DAT/VENDMES.DAT/VENDPED.DAT '
                       'INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.

      *----------------------------------------------------------------
      * Sem controle (primeira execucao) ou com VENDMES.PRM pedindo
      * 'R', reconstroi; o VENDMES.PRM e consumido, para a noite
      * seguinte voltar ao incremental.
      *----------------------------------------------------------------
       1100-ESCOLHE-MODO.
            OPEN INPUT VENDMES-CTL.
            IF VENDMES-CTL-STATUS = 0
               READ VENDMES-CTL
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE 'S' TO WRK-TEM-CONTROLE
                     MOVE VCT-ANOMES-INI  TO WRK-ANOMES-INI
                     MOVE VCT-DEVOL-LIDAS TO WRK-DEVOL-APLICADAS
               END-READ
               CLOSE VENDMES-CTL
            END-IF.
            IF WRK-TEM-CONTROLE = 'N'
               MOVE 'R' TO WRK-MODO
            END-IF.
            OPEN INPUT VENDMES-PRM.
            IF VENDMES-PRM-STATUS = 0
               READ VENDMES-PRM
                  AT END
                     CONTINUE
                  NOT AT END
                     IF VPR-MODO = 'R' OR VPR-MODO = 'r'
                        MOVE 'R' TO WRK-MODO
                     END-IF
               END-READ
               CLOSE VENDMES-PRM
               OPEN OUTPUT VENDMES-PRM
               CLOSE VENDMES-PRM
            END-IF.

       3000-FINALIZAR.
            MOVE WRK-MODO          TO RES-VMS-MODO.
            MOVE WRK-QT-LANCADOS   TO RES-VMS-PEDIDOS.
            MOVE WRK-QT-DEVOLUCOES TO RES-VMS-DEVOLUCOES.
            IF PEDIDOS-STATUS = 0
               CLOSE PEDIDOS
            END-IF.
            IF WRK-TEM-ITENS = 'S'
               CLOSE PEDITENS
            END-IF.
            IF VENDMES-STATUS = 0
               CLOSE VENDMES
            END-IF.
            IF VENDPED-STATUS = 0
               CLOSE VENDPED
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               IF WRK-MODO = 'R'
                  DISPLAY 'RESUMO RECONSTRUIDO DESDE: ' WRK-ANOMES-INI
                  DISPLAY 'PEDIDOS DO ARQUIVO ANUAL.: '
                          WRK-QT-ARQUIVADOS
               ELSE
                  DISPLAY 'PEDIDOS MARCADOS.........: ' WRK-QT-MARCAS
               END-IF
               DISPLAY 'PEDIDOS LANCADOS.........: ' WRK-QT-LANCADOS
               DISPLAY 'DEVOLUCOES LANCADAS......: ' WRK-QT-DEVOLUCOES
               DISPLAY 'RESUMO GRAVADO EM VENDMES.DAT'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Incremental: cada pedido marcado tem o lancamento anterior
      * estornado e, se ainda existe em PEDIDOS.DAT, e lancado como
      * esta agora (pedido excluido ou que mudou de chave so sai).
      *----------------------------------------------------------------
       4000-APLICA-MARCAS.
            OPEN INPUT PEDMARCA-MOV.
            IF PEDMARCA-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 4100-REFAZ-PEDIDO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PEDMARCA-MOV
            END-IF.

       4100-REFAZ-PEDIDO.
            READ PEDMARCA-MOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-MARCAS
                  MOVE PMV-CHAVE TO WRK-PD-CHAVE
                  PERFORM 7100-ESTORNA-PEDIDO
                  MOVE PMV-CHAVE TO PEDIDOS-CHAVE
                  READ PEDIDOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        PERFORM 7000-CARREGA-PEDIDO
                        PERFORM 7200-LANCA-PEDIDO
                  END-READ
            END-READ.

      *----------------------------------------------------------------
      * Reconstrucao: o mes do pedido mais antigo ainda vivo marca o
      * inicio; dali em diante o resumo e apagado e refeito.
      *----------------------------------------------------------------
       5000-RECONSTROI.
            PERFORM 5100-ACHA-MES-INICIAL.
            PERFORM 5200-APAGA-MESES.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PEDIDOS-CHAVE.
            START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5300-LANCA-VIVO UNTIL WRK-FIM-ARQ = 'S'.
            PERFORM 5400-LANCA-ARQUIVO-ANUAL.
      *     DEVOL.LOG inteiro entra de novo (meses refeitos)
            MOVE ZEROS TO WRK-DEVOL-APLICADAS.

       5100-ACHA-MES-INICIAL.
            MOVE 99999999 TO WRK-DATA-MIN.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PEDIDOS-CHAVE.
            START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5110-LE-DATA UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-DATA-MIN = 99999999
               MOVE WRK-DATA-MOV(1:6) TO WRK-ANOMES-INI
            ELSE
               MOVE WRK-DATA-MIN(1:6) TO WRK-ANOMES-INI
            END-IF.

       5110-LE-DATA.
            READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PEDIDOS-DATA < WRK-DATA-MIN
                     MOVE PEDIDOS-DATA TO WRK-DATA-MIN
                  END-IF
            END-READ.

       5200-APAGA-MESES.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-ANOMES-INI TO VMS-ANOMES.
            MOVE ZEROS TO VMS-FONE VMS-PRODUTO.
            MOVE LOW-VALUES TO VMS-UF.
            START VENDMES KEY IS NOT LESS THAN VMS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 5210-APAGA-LINHA UNTIL WRK-FIM-ARQ = 'S'.

       5210-APAGA-LINHA.
            READ VENDMES NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  DELETE VENDMES RECORD
                     INVALID KEY
                        DISPLAY 'ERRO AO APAGAR ' VMS-CHAVE
                  END-DELETE
            END-READ.

       5300-LANCA-VIVO.
            READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 7000-CARREGA-PEDIDO
                  PERFORM 7200-LANCA-PEDIDO
            END-READ.

      *----------------------------------------------------------------
      * O arquivamento corta pela data informada, que pode cair no
      * meio do mes inicial: o que ja foi para PEDIDOSaaaa.DAT desse
      * mes em diante volta a contar. Sem o arquivo anual, nada.
      *----------------------------------------------------------------
       5400-LANCA-ARQUIVO-ANUAL.
            MOVE SPACES TO WRK-ARQ-NOME.
            STRING 'PEDIDOS'           DELIMITED BY SIZE
                   WRK-ANOMES-INI(1:4) DELIMITED BY SIZE
                   '.DAT'              DELIMITED BY SIZE
                   INTO WRK-ARQ-NOME
            END-STRING.
            OPEN INPUT PEDARQ.
            IF PEDARQ-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO ARQ-CHAVE
               START PEDARQ KEY IS NOT LESS THAN ARQ-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 5410-LANCA-ARQUIVADO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PEDARQ
            END-IF.

       5410-LANCA-ARQUIVADO.
            READ PEDARQ NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF ARQ-DATA(1:6) NOT < WRK-ANOMES-INI
                     MOVE ARQ-CHAVE    TO WRK-PD-CHAVE
                     MOVE ARQ-UF       TO WRK-PD-UF
                     MOVE ARQ-VALOR    TO WRK-PD-VALOR
                     MOVE ARQ-FRETE    TO WRK-PD-FRETE
                     MOVE ARQ-SITUACAO TO WRK-PD-SITUACAO
                     PERFORM 7200-LANCA-PEDIDO
                     ADD 1 TO WRK-QT-ARQUIVADOS
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * DEVOL.LOG so cresce: entram as linhas alem das ja aplicadas.
      * Na reconstrucao entram todas, menos as de pedidos dos meses
      * mantidos (a devolucao ja esta neles).
      *----------------------------------------------------------------
       6000-DEVOLUCOES.
            OPEN INPUT DEVOL-LOG.
            IF DEVOL-LOG-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 6100-LE-DEVOLUCAO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE DEVOL-LOG
            END-IF.
            IF WRK-QT-LINHAS-DEVOL < WRK-DEVOL-APLICADAS
               DISPLAY 'DEVOL.LOG MENOR QUE O JA APLICADO - PEDIR A '
                       'RECONSTRUCAO (VENDMES.PRM)'
            ELSE
               MOVE WRK-QT-LINHAS-DEVOL TO WRK-DEVOL-APLICADAS
            END-IF.

       6100-LE-DEVOLUCAO.
            READ DEVOL-LOG
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-LINHAS-DEVOL
                  IF WRK-QT-LINHAS-DEVOL > WRK-DEVOL-APLICADAS
                     IF WRK-MODO = 'I'
                        OR DEV-PED-DATA(1:6) NOT < WRK-ANOMES-INI
                        PERFORM 6200-LANCA-DEVOLUCAO
                     END-IF
                  END-IF
            END-READ.

       6200-LANCA-DEVOLUCAO.
            MOVE ZEROS TO WRK-CT-QTD WRK-CT-VALOR WRK-CT-FRETE
                          WRK-CT-QT-PEDIDOS WRK-CT-VL-CANCELADO
                          WRK-CT-ULT-DATA.
            MOVE DEV-PED-DATA(1:6) TO WRK-CT-ANOMES.
            MOVE DEV-FONE          TO WRK-CT-FONE.
            MOVE DEV-PRODUTO       TO WRK-CT-PRODUTO.
            PERFORM 6300-UF-DO-PEDIDO.
            MOVE DEV-VALOR         TO WRK-CT-VL-DEVOLVIDO.
            MOVE 1 TO WRK-SINAL.
            PERFORM 7500-APLICA-CONTRIBUICAO.
            ADD 1 TO WRK-QT-DEVOLUCOES.

      *----------------------------------------------------------------
      * UF do pedido devolvido: do cabecalho vivo ou, ja arquivado,
      * do que o pedido lancou.
      *----------------------------------------------------------------
       6300-UF-DO-PEDIDO.
            MOVE SPACES TO WRK-CT-UF.
            MOVE DEV-FONE     TO PEDIDOS-FONE.
            MOVE DEV-PED-DATA TO PEDIDOS-DATA.
            MOVE DEV-PED-HORA TO PEDIDOS-HORA.
            READ PEDIDOS
               INVALID KEY
                  MOVE DEV-FONE     TO VMP-FONE
                  MOVE DEV-PED-DATA TO VMP-DATA
                  MOVE DEV-PED-HORA TO VMP-HORA
                  MOVE ZEROS TO VMP-SEQ
                  START VENDPED KEY IS NOT LESS THAN VMP-CHAVE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        PERFORM 6310-UF-LANCADA
                  END-START
               NOT INVALID KEY
                  MOVE PEDIDOS-UF TO WRK-CT-UF
            END-READ.

       6310-UF-LANCADA.
            READ VENDPED NEXT RECORD
               AT END
                  CONTINUE
               NOT AT END
                  IF VMP-FONE = DEV-FONE AND VMP-DATA = DEV-PED-DATA
                     AND VMP-HORA = DEV-PED-HORA
                     MOVE VMP-UF TO WRK-CT-UF
                  END-IF
            END-READ.

       7000-CARREGA-PEDIDO.
            MOVE PEDIDOS-CHAVE    TO WRK-PD-CHAVE.
            MOVE PEDIDOS-UF       TO WRK-PD-UF.
            MOVE PEDIDOS-VALOR    TO WRK-PD-VALOR.
            MOVE PEDIDOS-FRETE    TO WRK-PD-FRETE.
            MOVE PEDIDOS-SITUACAO TO WRK-PD-SITUACAO.

      *----------------------------------------------------------------
      * Tira do resumo tudo o que o pedido WRK-PD-CHAVE lancou antes.
      *----------------------------------------------------------------
       7100-ESTORNA-PEDIDO.
            MOVE 'N' TO WRK-FIM-SNAP.
            MOVE WRK-PD-CHAVE TO VMP-PEDIDO.
            MOVE ZEROS TO VMP-SEQ.
            START VENDPED KEY IS NOT LESS THAN VMP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-SNAP
            END-START.
            PERFORM 7110-ESTORNA-LINHA UNTIL WRK-FIM-SNAP = 'S'.

       7110-ESTORNA-LINHA.
            READ VENDPED NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-SNAP
               NOT AT END
                  IF VMP-PEDIDO NOT = WRK-PD-CHAVE
                     MOVE 'S' TO WRK-FIM-SNAP
                  ELSE
                     MOVE VMP-ANOMES       TO WRK-CT-ANOMES
                     MOVE VMP-FONE         TO WRK-CT-FONE
                     MOVE VMP-PRODUTO      TO WRK-CT-PRODUTO
                     MOVE VMP-UF           TO WRK-CT-UF
                     MOVE VMP-QTD          TO WRK-CT-QTD
                     MOVE VMP-VALOR        TO WRK-CT-VALOR
                     MOVE VMP-FRETE        TO WRK-CT-FRETE
                     MOVE VMP-QT-PEDIDOS   TO WRK-CT-QT-PEDIDOS
                     MOVE VMP-VL-CANCELADO TO WRK-CT-VL-CANCELADO
                     MOVE ZEROS TO WRK-CT-VL-DEVOLVIDO WRK-CT-ULT-DATA
                     MOVE -1 TO WRK-SINAL
                     PERFORM 7500-APLICA-CONTRIBUICAO
                     DELETE VENDPED RECORD
                        INVALID KEY
                           DISPLAY 'ERRO AO ESTORNAR ' VMP-CHAVE
                     END-DELETE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Lanca o pedido WRK-PEDIDO: uma linha por item; o frete e a
      * contagem do pedido vao na linha do primeiro item. Pedido
      * legado sem itens lanca o cabecalho no produto zero.
      *----------------------------------------------------------------
       7200-LANCA-PEDIDO.
            ADD 1 TO WRK-QT-LANCADOS.
            MOVE 'S' TO WRK-PRIMEIRO.
            MOVE ZEROS TO WRK-QT-ITENS-PED.
            IF WRK-TEM-ITENS = 'S'
               MOVE 'N' TO WRK-FIM-ITENS
               MOVE WRK-PD-FONE TO ITEM-FONE
               MOVE WRK-PD-DATA TO ITEM-DATA
               MOVE WRK-PD-HORA TO ITEM-HORA
               MOVE ZEROS TO ITEM-SEQ
               START PEDITENS KEY IS NOT LESS THAN ITEM-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ITENS
               END-START
               PERFORM 7210-LANCA-ITEM UNTIL WRK-FIM-ITENS = 'S'
            END-IF.
            IF WRK-QT-ITENS-PED = ZEROS
               MOVE ZEROS        TO WRK-IT-SEQ WRK-IT-PRODUTO
                                    WRK-IT-QTD
               MOVE WRK-PD-VALOR TO WRK-IT-VALOR
               PERFORM 7300-LANCA-LINHA
            END-IF.

       7210-LANCA-ITEM.
            READ PEDITENS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ITENS
               NOT AT END
                  IF ITEM-FONE NOT = WRK-PD-FONE
                     OR ITEM-DATA NOT = WRK-PD-DATA
                     OR ITEM-HORA NOT = WRK-PD-HORA
                     MOVE 'S' TO WRK-FIM-ITENS
                  ELSE
                     ADD 1 TO WRK-QT-ITENS-PED
                     MOVE ITEM-SEQ     TO WRK-IT-SEQ
                     MOVE ITEM-PRODUTO TO WRK-IT-PRODUTO
                     MOVE ITEM-QTD     TO WRK-IT-QTD
                     MOVE ITEM-VALOR   TO WRK-IT-VALOR
                     PERFORM 7300-LANCA-LINHA
                  END-IF
            END-READ.

       7300-LANCA-LINHA.
            MOVE ZEROS TO WRK-CT-QTD WRK-CT-VALOR WRK-CT-FRETE
                          WRK-CT-QT-PEDIDOS WRK-CT-VL-CANCELADO
                          WRK-CT-VL-DEVOLVIDO WRK-CT-ULT-DATA.
            MOVE WRK-PD-DATA(1:6) TO WRK-CT-ANOMES.
            MOVE WRK-PD-FONE      TO WRK-CT-FONE.
            MOVE WRK-IT-PRODUTO   TO WRK-CT-PRODUTO.
            MOVE WRK-PD-UF        TO WRK-CT-UF.
            IF WRK-PD-CANCELADO
               MOVE WRK-IT-VALOR TO WRK-CT-VL-CANCELADO
            ELSE
               MOVE WRK-IT-QTD   TO WRK-CT-QTD
               MOVE WRK-IT-VALOR TO WRK-CT-VALOR
               MOVE WRK-PD-DATA  TO WRK-CT-ULT-DATA
               IF WRK-PRIMEIRO = 'S'
                  MOVE 1            TO WRK-CT-QT-PEDIDOS
                  MOVE WRK-PD-FRETE TO WRK-CT-FRETE
               END-IF
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE 1 TO WRK-SINAL.
            PERFORM 7500-APLICA-CONTRIBUICAO.
            MOVE WRK-PD-CHAVE        TO VMP-PEDIDO.
            MOVE WRK-IT-SEQ          TO VMP-SEQ.
            MOVE WRK-CT-ANOMES       TO VMP-ANOMES.
            MOVE WRK-CT-PRODUTO      TO VMP-PRODUTO.
            MOVE WRK-CT-UF           TO VMP-UF.
            MOVE WRK-CT-QTD          TO VMP-QTD.
            MOVE WRK-CT-VALOR        TO VMP-VALOR.
            MOVE WRK-CT-FRETE        TO VMP-FRETE.
            MOVE WRK-CT-QT-PEDIDOS   TO VMP-QT-PEDIDOS.
            MOVE WRK-CT-VL-CANCELADO TO VMP-VL-CANCELADO.
            WRITE VMP-REG
               INVALID KEY
                  DISPLAY 'LANCAMENTO DUPLICADO IGNORADO: ' VMP-CHAVE
            END-WRITE.

      *----------------------------------------------------------------
      * Soma WRK-CONTRIB (vezes WRK-SINAL) na linha do resumo; linha
      * que zera em tudo e excluida.
      *----------------------------------------------------------------
       7500-APLICA-CONTRIBUICAO.
            MOVE WRK-CT-CHAVE TO VMS-CHAVE.
            READ VENDMES
               INVALID KEY
                  IF WRK-SINAL > 0
                     MOVE WRK-CT-QTD          TO VMS-QTD
                     MOVE WRK-CT-VALOR        TO VMS-VALOR
                     MOVE WRK-CT-FRETE        TO VMS-FRETE
                     MOVE WRK-CT-QT-PEDIDOS   TO VMS-QT-PEDIDOS
                     MOVE WRK-CT-VL-CANCELADO TO VMS-VL-CANCELADO
                     MOVE WRK-CT-VL-DEVOLVIDO TO VMS-VL-DEVOLVIDO
                     MOVE WRK-CT-ULT-DATA     TO VMS-ULT-DATA
                     WRITE VMS-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR ' VMS-CHAVE
                     END-WRITE
                  END-IF
               NOT INVALID KEY
                  PERFORM 7510-SOMA-LINHA
            END-READ.

       7510-SOMA-LINHA.
            COMPUTE VMS-QTD = VMS-QTD + WRK-SINAL * WRK-CT-QTD.
            COMPUTE VMS-VALOR = VMS-VALOR + WRK-SINAL * WRK-CT-VALOR.
            COMPUTE VMS-FRETE = VMS-FRETE + WRK-SINAL * WRK-CT-FRETE.
            COMPUTE VMS-QT-PEDIDOS =
                    VMS-QT-PEDIDOS + WRK-SINAL * WRK-CT-QT-PEDIDOS.
            COMPUTE VMS-VL-CANCELADO =
                    VMS-VL-CANCELADO + WRK-SINAL * WRK-CT-VL-CANCELADO.
            COMPUTE VMS-VL-DEVOLVIDO =
                    VMS-VL-DEVOLVIDO + WRK-SINAL * WRK-CT-VL-DEVOLVIDO.
            IF WRK-SINAL > 0 AND WRK-CT-ULT-DATA > VMS-ULT-DATA
               MOVE WRK-CT-ULT-DATA TO VMS-ULT-DATA
            END-IF.
            IF VMS-QTD = ZEROS AND VMS-VALOR = ZEROS
               AND VMS-FRETE = ZEROS AND VMS-QT-PEDIDOS = ZEROS
               AND VMS-VL-CANCELADO = ZEROS
               AND VMS-VL-DEVOLVIDO = ZEROS
               DELETE VENDMES RECORD
                  INVALID KEY
                     DISPLAY 'ERRO AO EXCLUIR ' VMS-CHAVE
               END-DELETE
            ELSE
               REWRITE VMS-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR ' VMS-CHAVE
               END-REWRITE
            END-IF.

       7800-GRAVA-CONTROLE.
            OPEN OUTPUT VENDMES-CTL.
            MOVE WRK-DATA-MOV        TO VCT-DATA-MOV.
            ACCEPT VCT-HORA FROM TIME.
            MOVE WRK-MODO            TO VCT-MODO.
            MOVE WRK-ANOMES-INI      TO VCT-ANOMES-INI.
            MOVE WRK-DEVOL-APLICADAS TO VCT-DEVOL-LIDAS.
            WRITE VCT-REG.
            CLOSE VENDMES-CTL.

      *----------------------------------------------------------------
      * Marcas aplicadas (ou cobertas pela reconstrucao): o arquivo
      * recomeca vazio.
      *----------------------------------------------------------------
       7900-CONSOME-MARCAS.
            OPEN OUTPUT PEDMARCA-MOV.
            CLOSE PEDMARCA-MOV.

      *END PROGRAM VENDMES.
