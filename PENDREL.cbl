       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Pendencias de entrega em aberto, rodado todo dia pela
      *           expedicao. Le PENDENC.DAT (gravado pelo PEDENTRA e
      *           pelo PEDLOTE, atendido pelo ESTOQUE) e lista em
      *           PENDREL.REL (padrao REPCTL.COB/REPCAB.CPY) as
      *           pendencias abertas duas vezes: por produto (quanto
      *           falta comprar/receber de cada um, para a reposicao)
      *           e por cliente (o que cada um ainda espera, para o
      *           atendimento), com a quantidade pendente, o que ja
      *           esta reservado, o valor e os dias desde o pedido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENC
             ASSIGN TO 'PENDENC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENC-STATUS
               RECORD KEY IS PEN-CHAVE.
      * Cadastro de clientes, para o nome na secao por cliente.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT PENDREL-REL
             ASSIGN TO 'PENDREL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDREL-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'PENDREL.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PENDENC.CPY'.

       COPY 'CLIENTES.CPY'.

       FD PENDREL-REL.
       01 PENDREL-REL-REG    PIC X(132).

      *----------------------------------------------------------------
      * Cada pendencia aberta entra duas vezes: secao 1 agrupada por
      * produto, secao 2 agrupada por cliente (fone).
      *----------------------------------------------------------------
       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-SECAO       PIC 9(01).
            05 ORD-GRUPO       PIC 9(09).
            05 ORD-DATA        PIC 9(08).
            05 ORD-HORA        PIC 9(08).
            05 ORD-FONE        PIC 9(09).
            05 ORD-PRODUTO     PIC 9(06).
            05 ORD-DESCRICAO   PIC X(20).
            05 ORD-QTD         PIC 9(03)V99.
            05 ORD-RESERVADO   PIC 9(03)V99.
            05 ORD-VALOR       PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 PENDENC-STATUS       PIC 9(02).
       77 CLIENTES-STATUS      PIC 9(02).
       77 PENDREL-REL-STATUS   PIC 9(02).
       77 WRK-TEM-CLIENTES     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ABERTO      PIC 9(05) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       77 WRK-SECAO-ATUAL      PIC 9(01) VALUE ZEROS.
       77 WRK-GRUPO-ATUAL      PIC 9(09) VALUE ZEROS.
       77 WRK-PRIMEIRO         PIC X(01) VALUE 'S'.
       77 WRK-QT-PENDENCIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-TOTAL      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GR-FALTA         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-GR-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FALTA            PIC 9(03)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED           PIC ZZ9,99.
       77 WRK-RES-ED           PIC ZZ9,99.
       77 WRK-FALTA-ED         PIC ZZ9,99.
       77 WRK-TOT-FALTA-ED     PIC Z.ZZZ.ZZ9,99.
       77 WRK-DIAS-ED          PIC ZZZZ9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-SECAO ORD-GRUPO
                                   ORD-DATA ORD-HORA ORD-PRODUTO
                  INPUT PROCEDURE IS 2000-LIBERA-PENDENCIAS
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            COMPUTE WRK-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            OPEN INPUT PENDENC.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
               MOVE 'S' TO WRK-TEM-CLIENTES
            END-IF.
            OPEN OUTPUT PENDREL-REL.
            IF PENDENC-STATUS NOT = 0
               OR PENDREL-REL-STATUS NOT = 0
               DISPLAY 'PENDENC.DAT/PENDREL.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'PENDENCIAS DE ENTREGA EM ABERTO' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'POSICAO EM ' DELIMITED BY SIZE
                      WRK-DATA-HOJE DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * So a pendencia aberta interessa; atendida e cancelada ficam
      * no arquivo como historico.
      *----------------------------------------------------------------
       2000-LIBERA-PENDENCIAS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO PEN-CHAVE.
            START PENDENC KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-PENDENCIA UNTIL WRK-FIM-ARQ = 'S'.

       2100-LIBERA-PENDENCIA.
            READ PENDENC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PEN-ABERTA
                     ADD 1 TO WRK-QT-PENDENCIAS
                     MOVE PEN-DATA      TO ORD-DATA
                     MOVE PEN-HORA      TO ORD-HORA
                     MOVE PEN-FONE      TO ORD-FONE
                     MOVE PEN-PRODUTO   TO ORD-PRODUTO
                     MOVE PEN-DESCRICAO TO ORD-DESCRICAO
                     MOVE PEN-QTD       TO ORD-QTD
                     MOVE PEN-RESERVADO TO ORD-RESERVADO
                     COMPUTE ORD-VALOR = PEN-QTD * PEN-PRECO-UNIT
                     ADD ORD-VALOR TO WRK-VALOR-TOTAL
                     MOVE 1           TO ORD-SECAO
                     MOVE PEN-PRODUTO TO ORD-GRUPO
                     RELEASE ORD-REG
                     MOVE 2           TO ORD-SECAO
                     MOVE PEN-FONE    TO ORD-GRUPO
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PENDENC
               CLOSE PENDREL-REL
            END-IF.
            IF WRK-TEM-CLIENTES = 'S'
               CLOSE CLIENTES
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'PENDENCIAS EM ABERTO.: ' WRK-QT-PENDENCIAS
               DISPLAY 'RELATORIO GRAVADO EM PENDREL.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *----------------------------------------------------------------
      * Secao por produto e secao por cliente, cada grupo com o
      * total do que falta entregar.
      *----------------------------------------------------------------
       4000-IMPRIME-RELATORIO.
            MOVE ZEROS TO WRK-SECAO-ATUAL.
            MOVE 'N' TO WRK-FIM-ORD.
            PERFORM 4100-IMPRIME-PENDENCIA UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'N'
               PERFORM 4300-TOTAL-GRUPO
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'PENDENCIAS EM ABERTO: ' DELIMITED BY SIZE
                   WRK-QT-PENDENCIAS DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       4100-IMPRIME-PENDENCIA.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF ORD-SECAO NOT = WRK-SECAO-ATUAL
                     IF WRK-PRIMEIRO = 'N'
                        PERFORM 4300-TOTAL-GRUPO
                     END-IF
                     MOVE ORD-SECAO TO WRK-SECAO-ATUAL
                     MOVE 'S' TO WRK-PRIMEIRO
                     PERFORM 4150-CABECALHO-SECAO
                  END-IF
                  IF WRK-PRIMEIRO = 'S'
                     OR ORD-GRUPO NOT = WRK-GRUPO-ATUAL
                     IF WRK-PRIMEIRO = 'N'
                        PERFORM 4300-TOTAL-GRUPO
                     END-IF
                     MOVE 'N' TO WRK-PRIMEIRO
                     MOVE ORD-GRUPO TO WRK-GRUPO-ATUAL
                     PERFORM 4200-CABECALHO-GRUPO
                  END-IF
                  PERFORM 4250-LINHA-PENDENCIA
            END-RETURN.

       4150-CABECALHO-SECAO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-SECAO-ATUAL = 1
               MOVE '-- POR PRODUTO --' TO RPT-LINHA-IMPRESSA
            ELSE
               MOVE '-- POR CLIENTE --' TO RPT-LINHA-IMPRESSA
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4200-CABECALHO-GRUPO.
            MOVE ZEROS TO WRK-GR-FALTA WRK-GR-VALOR.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF WRK-SECAO-ATUAL = 1
               STRING '== PRODUTO ' DELIMITED BY SIZE
                      ORD-PRODUTO   DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      ORD-DESCRICAO DELIMITED BY SIZE
                      ' =='         DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               MOVE SPACES TO CLIENTES-NOME
               IF WRK-TEM-CLIENTES = 'S'
                  MOVE ORD-FONE TO CLIENTES-FONE
                  READ CLIENTES
                     INVALID KEY
                        MOVE '(SEM CADASTRO)' TO CLIENTES-NOME
                  END-READ
               END-IF
               STRING '== CLIENTE ' DELIMITED BY SIZE
                      ORD-FONE      DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      CLIENTES-NOME DELIMITED BY SIZE
                      ' =='         DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-SECAO-ATUAL = 1
               MOVE '   CLIENTE   PEDIDO            '
                 TO RPT-LINHA-IMPRESSA
            ELSE
               MOVE '   PRODUTO   PEDIDO            '
                 TO RPT-LINHA-IMPRESSA
            END-IF.
            MOVE '   PEND  RESERV   FALTA  DIAS              VALOR'
              TO RPT-LINHA-IMPRESSA(32:48).
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Falta = pendente menos o ja reservado por entradas parciais;
      * dias contados da data do pedido original.
      *----------------------------------------------------------------
       4250-LINHA-PENDENCIA.
            COMPUTE WRK-FALTA = ORD-QTD - ORD-RESERVADO.
            COMPUTE WRK-DIAS-ABERTO =
                    WRK-DIA-HOJE - FUNCTION INTEGER-OF-DATE(ORD-DATA).
            ADD WRK-FALTA TO WRK-GR-FALTA.
            ADD ORD-VALOR TO WRK-GR-VALOR.
            MOVE ORD-QTD         TO WRK-QTD-ED.
            MOVE ORD-RESERVADO   TO WRK-RES-ED.
            MOVE WRK-FALTA       TO WRK-FALTA-ED.
            MOVE WRK-DIAS-ABERTO TO WRK-DIAS-ED.
            MOVE ORD-VALOR       TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF WRK-SECAO-ATUAL = 1
               MOVE ORD-FONE TO RPT-LINHA-IMPRESSA(4:9)
            ELSE
               MOVE ORD-PRODUTO TO RPT-LINHA-IMPRESSA(4:6)
            END-IF.
            STRING ORD-DATA     DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   ORD-HORA     DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-QTD-ED   DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-RES-ED   DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-FALTA-ED DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-DIAS-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA(14:100)
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4300-TOTAL-GRUPO.
            MOVE WRK-GR-FALTA TO WRK-TOT-FALTA-ED.
            MOVE WRK-GR-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   TOTAL A ENTREGAR: ' DELIMITED BY SIZE
                   WRK-TOT-FALTA-ED       DELIMITED BY SIZE
                   '  VALOR: '            DELIMITED BY SIZE
                   WRK-VALOR-ED           DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==PENDREL-REL-REG==.

      *END PROGRAM PENDREL.
