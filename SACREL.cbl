       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACREL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Envelhecimento dos chamados de SAC em aberto
      *           (SAC.DAT, SACCAD.cbl). Lista, por categoria (via
      *           SORT, o mais antigo primeiro), cada chamado aberto
      *           ou em andamento com os dias desde a abertura, o
      *           responsavel e a marca dos que passaram do prazo de
      *           atendimento da categoria; fecha cada categoria com
      *           a contagem por faixa de idade e os fora do prazo.
      *           Prazos em dias por categoria em PARAMS.DAT
      *           (SAC-SLA-A/D/C/O, via PARMLER.cbl), com padrao de
      *           3 dias para atraso, 5 para avaria e cobranca e 7
      *           para outros. Sai em SACREL.REL (padrao
      *           REPCTL.COB/REPCAB.CPY).
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
           SELECT SACREL-REL
             ASSIGN TO 'SACREL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SACREL-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'SACREL.SRT'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'SAC.CPY'.

       FD SACREL-REL.
       01 SACREL-REL-REG     PIC X(132).

       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-CATEGORIA   PIC X(01).
            05 ORD-ABERTURA    PIC 9(08).
            05 ORD-NUMERO      PIC 9(06).
            05 ORD-FONE        PIC 9(09).
            05 ORD-SITUACAO    PIC X(01).
            05 ORD-RESPONSAVEL PIC X(20).
            05 ORD-DIAS        PIC 9(05).
            05 ORD-DESCRICAO   PIC X(30).

       WORKING-STORAGE SECTION.
       77 SAC-STATUS           PIC 9(02).
       77 SACREL-REL-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ          PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD          PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA    PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO         PIC X(01) VALUE 'S'.
       77 WRK-CATEG-ATUAL      PIC X(01) VALUE SPACE.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS             PIC S9(05) VALUE ZEROS.
       77 WRK-QT-ABERTOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-SLA      PIC 9(05) VALUE ZEROS.
       77 WRK-CAT-FORA-SLA     PIC 9(05) VALUE ZEROS.
       77 WRK-CAT-QT           PIC 9(05) VALUE ZEROS.
       77 WRK-MARCA            PIC X(17) VALUE SPACES.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Categorias do chamado: codigo, nome e prazo padrao em dias
      * (sobreposto pelo SAC-SLA-<codigo> do PARAMS.DAT).
      *----------------------------------------------------------------
       01 WRK-CATEGORIAS.
            05 FILLER PIC X(01) VALUE 'A'.
            05 FILLER PIC X(20) VALUE 'ATRASO NA ENTREGA'.
            05 FILLER PIC 9(03) VALUE 3.
            05 FILLER PIC X(01) VALUE 'D'.
            05 FILLER PIC X(20) VALUE 'AVARIA'.
            05 FILLER PIC 9(03) VALUE 5.
            05 FILLER PIC X(01) VALUE 'C'.
            05 FILLER PIC X(20) VALUE 'COBRANCA'.
            05 FILLER PIC 9(03) VALUE 5.
            05 FILLER PIC X(01) VALUE 'O'.
            05 FILLER PIC X(20) VALUE 'OUTROS'.
            05 FILLER PIC 9(03) VALUE 7.
       01 WRK-CATEGORIAS-R REDEFINES WRK-CATEGORIAS.
            05 WRK-CAT-ITEM OCCURS 4 TIMES INDEXED BY WRK-IX-CAT.
                10 WRK-CAT-CODIGO  PIC X(01).
                10 WRK-CAT-NOME    PIC X(20).
                10 WRK-CAT-SLA     PIC 9(03).
       77 WRK-IX-ATUAL         PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      * Faixas de idade da categoria corrente (1 = 0-3, 2 = 4-7,
      * 3 = 8-15, 4 = mais de 15 dias).
      *----------------------------------------------------------------
       01 WRK-FAIXAS.
            05 WRK-FX-QT OCCURS 4 TIMES PIC 9(05).
       01 WRK-ROTULOS-FAIXA.
            05 FILLER PIC X(16) VALUE '0 A 3 DIAS'.
            05 FILLER PIC X(16) VALUE '4 A 7 DIAS'.
            05 FILLER PIC X(16) VALUE '8 A 15 DIAS'.
            05 FILLER PIC X(16) VALUE 'MAIS DE 15 DIAS'.
       01 WRK-ROTULOS-R REDEFINES WRK-ROTULOS-FAIXA.
            05 WRK-ROTULO-FAIXA PIC X(16) OCCURS 4 TIMES.
       77 WRK-IX-FAIXA         PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      * Impressao.
      *----------------------------------------------------------------
       77 WRK-DIAS-ED          PIC ZZ.ZZ9.
       77 WRK-QT-ED            PIC ZZ.ZZ9.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-CATEGORIA ORD-ABERTURA
                                   ORD-NUMERO
                  INPUT PROCEDURE IS 2000-SELECIONA-ABERTOS
                  OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            PERFORM 1100-LE-PRAZO
               VARYING WRK-IX-CAT FROM 1 BY 1
               UNTIL WRK-IX-CAT > 4.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-JULIANO-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            OPEN INPUT SAC.
            OPEN OUTPUT SACREL-REL.
            IF SAC-STATUS NOT = 0 OR SACREL-REL-STATUS NOT = 0
               DISPLAY 'SAC.DAT/SACREL.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'ENVELHECIMENTO DOS CHAMADOS DE SAC EM ABERTO'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
            END-IF.

       1100-LE-PRAZO.
            MOVE SPACES TO WRK-PARM-NOME.
            STRING 'SAC-SLA-'                 DELIMITED BY SIZE
                   WRK-CAT-CODIGO(WRK-IX-CAT) DELIMITED BY SIZE
                   INTO WRK-PARM-NOME
            END-STRING.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > ZEROS
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-CAT-SLA(WRK-IX-CAT)
            END-IF.

       2000-SELECIONA-ABERTOS.
            MOVE ZEROS TO SAC-NUMERO.
            START SAC KEY IS NOT LESS THAN SAC-NUMERO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LIBERA-CHAMADO UNTIL WRK-FIM-ARQ = 'S'.

       2100-LIBERA-CHAMADO.
            READ SAC NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF SAC-PENDENTE
                     ADD 1 TO WRK-QT-ABERTOS
                     COMPUTE WRK-DIAS = WRK-JULIANO-HOJE -
                          FUNCTION INTEGER-OF-DATE(SAC-DATA-ABERTURA)
                     IF WRK-DIAS < 0
                        MOVE ZEROS TO WRK-DIAS
                     END-IF
                     MOVE SAC-CATEGORIA      TO ORD-CATEGORIA
                     MOVE SAC-DATA-ABERTURA  TO ORD-ABERTURA
                     MOVE SAC-NUMERO         TO ORD-NUMERO
                     MOVE SAC-FONE           TO ORD-FONE
                     MOVE SAC-SITUACAO       TO ORD-SITUACAO
                     MOVE SAC-RESPONSAVEL    TO ORD-RESPONSAVEL
                     MOVE WRK-DIAS           TO ORD-DIAS
                     MOVE SAC-DESCRICAO      TO ORD-DESCRICAO
                     RELEASE ORD-REG
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE SAC
               CLOSE SACREL-REL
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'CHAMADOS EM ABERTO...: ' WRK-QT-ABERTOS
               DISPLAY 'FORA DO PRAZO........: ' WRK-QT-FORA-SLA
               DISPLAY 'RELATORIO GRAVADO EM SACREL.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       4000-IMPRIME-RELATORIO.
            PERFORM 4100-IMPRIME-CHAMADO UNTIL WRK-FIM-ORD = 'S'.
            IF WRK-PRIMEIRO = 'S'
               MOVE 'NENHUM CHAMADO EM ABERTO' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            ELSE
               PERFORM 4300-TOTAL-CATEGORIA
            END-IF.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL EM ABERTO: '   DELIMITED BY SIZE
                   WRK-QT-ABERTOS        DELIMITED BY SIZE
                   '  FORA DO PRAZO: '   DELIMITED BY SIZE
                   WRK-QT-FORA-SLA       DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       4100-IMPRIME-CHAMADO.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
               NOT AT END
                  IF WRK-PRIMEIRO = 'S'
                     OR ORD-CATEGORIA NOT = WRK-CATEG-ATUAL
                     IF WRK-PRIMEIRO = 'N'
                        PERFORM 4300-TOTAL-CATEGORIA
                     END-IF
                     MOVE 'N' TO WRK-PRIMEIRO
                     MOVE ORD-CATEGORIA TO WRK-CATEG-ATUAL
                     PERFORM 4200-CABECALHO-CATEGORIA
                  END-IF
                  PERFORM 4150-LINHA-CHAMADO
            END-RETURN.

       4150-LINHA-CHAMADO.
            ADD 1 TO WRK-CAT-QT.
            EVALUATE TRUE
               WHEN ORD-DIAS NOT > 3
                  MOVE 1 TO WRK-IX-FAIXA
               WHEN ORD-DIAS NOT > 7
                  MOVE 2 TO WRK-IX-FAIXA
               WHEN ORD-DIAS NOT > 15
                  MOVE 3 TO WRK-IX-FAIXA
               WHEN OTHER
                  MOVE 4 TO WRK-IX-FAIXA
            END-EVALUATE.
            ADD 1 TO WRK-FX-QT(WRK-IX-FAIXA).
            MOVE SPACES TO WRK-MARCA.
            IF ORD-DIAS > WRK-CAT-SLA(WRK-IX-ATUAL)
               MOVE '*** FORA DO PRAZO' TO WRK-MARCA
               ADD 1 TO WRK-CAT-FORA-SLA WRK-QT-FORA-SLA
            END-IF.
            MOVE ORD-DIAS TO WRK-DIAS-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '   '            DELIMITED BY SIZE
                   ORD-NUMERO       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   ORD-ABERTURA     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WRK-DIAS-ED      DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   ORD-SITUACAO     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   ORD-FONE         DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   ORD-RESPONSAVEL  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   ORD-DESCRICAO    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WRK-MARCA        DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Categoria fora da tabela (cadastro antigo) cai em OUTROS.
      *----------------------------------------------------------------
       4200-CABECALHO-CATEGORIA.
            MOVE ZEROS TO WRK-FAIXAS WRK-CAT-QT WRK-CAT-FORA-SLA.
            MOVE 4 TO WRK-IX-ATUAL.
            PERFORM 4210-PROCURA-CATEGORIA
               VARYING WRK-IX-CAT FROM 1 BY 1
               UNTIL WRK-IX-CAT > 4.
            SET WRK-IX-CAT TO WRK-IX-ATUAL.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '== CATEGORIA '            DELIMITED BY SIZE
                   WRK-CATEG-ATUAL            DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WRK-CAT-NOME(WRK-IX-CAT)   DELIMITED BY SIZE
                   ' PRAZO '                  DELIMITED BY SIZE
                   WRK-CAT-SLA(WRK-IX-CAT)    DELIMITED BY SIZE
                   ' DIAS =='                 DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '   NUMERO ABERTURA   DIAS  S FONE      RESPONSAVEL'
              TO RPT-LINHA-IMPRESSA.
            MOVE 'DESCRICAO' TO RPT-LINHA-IMPRESSA(61:9).
            PERFORM 9990-GRAVA-LINHA-RPT.

       4210-PROCURA-CATEGORIA.
            IF WRK-CAT-CODIGO(WRK-IX-CAT) = WRK-CATEG-ATUAL
               SET WRK-IX-ATUAL TO WRK-IX-CAT
            END-IF.

       4300-TOTAL-CATEGORIA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE WRK-CAT-QT TO WRK-QT-ED.
            STRING '   CHAMADOS: '  DELIMITED BY SIZE
                   WRK-QT-ED        DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4310-LINHA-FAIXA
               VARYING WRK-IX-FAIXA FROM 1 BY 1
               UNTIL WRK-IX-FAIXA > 4.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE WRK-CAT-FORA-SLA TO WRK-QT-ED.
            STRING '   FORA DO PRAZO...... '  DELIMITED BY SIZE
                   WRK-QT-ED                  DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4310-LINHA-FAIXA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE WRK-FX-QT(WRK-IX-FAIXA) TO WRK-QT-ED.
            STRING '   '                          DELIMITED BY SIZE
                   WRK-ROTULO-FAIXA(WRK-IX-FAIXA) DELIMITED BY SIZE
                   '    '                         DELIMITED BY SIZE
                   WRK-QT-ED                      DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==SACREL-REL-REG==.

      *END PROGRAM SACREL.
