       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERVENC.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Ferias vencidas e a vencer, rodado mensalmente pelo
      *           RH. Primeiro atualiza os periodos de ferias de todos
      *           os funcionarios ativos (FERATUAL.cbl - periodos
      *           novos pela admissao, faltas do ponto e situacao) e
      *           depois lista em FERVENC.REL (padrao REPCTL.COB/
      *           REPCAB.CPY) os periodos ja vencidos com saldo -
      *           ferias devidas em dobro - e os periodos a conceder
      *           cuja ultima data para iniciar o gozo do saldo cai
      *           nos proximos FERIAS-DIAS dias (parametro, padrao 60)
      *           da data de movimento, para o RH programar a tempo.
      *           Periodo vencido devolve RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS
             ASSIGN TO 'FERIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FERIAS-STATUS
               RECORD KEY IS FER-CHAVE.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT FERVENC-REL
             ASSIGN TO 'FERVENC.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FERVENC-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FERIAS.CPY'.

       COPY 'FUNCION.CPY'.

       FD FERVENC-REL.
       01 FERVENC-REL-REG     PIC X(132).

       WORKING-STORAGE SECTION.
       77 FERIAS-STATUS       PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 FERVENC-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-QT-ATUALIZADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FALHAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-A-VENCER     PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO           PIC S9(03) VALUE ZEROS.
       77 WRK-DATA-MAXIMA     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RESTAM     PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-RESTAM-ED  PIC -(04)9.
       77 WRK-SALDO-ED        PIC ZZ9.
       77 WRK-SITUACAO-ED     PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------
      * Antecedencia, em dias, para listar o periodo a vencer
      * (FERIAS-DIAS).
      *----------------------------------------------------------------
       77 WRK-DIAS-AVISO      PIC 9(03) VALUE 60.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'FERATUAL.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-ATUALIZA-PERIODOS
               PERFORM 4000-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'FERIAS-DIAS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-DIAS-AVISO
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-HOJE
            END-IF.
            OPEN INPUT FUNCIONARIOS.
            IF FUNCIONARIOS-STATUS NOT = 0
               DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.

      *----------------------------------------------------------------
      * Periodos de todos os ativos atualizados antes do relatorio.
      *----------------------------------------------------------------
       2000-ATUALIZA-PERIODOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO FUN-MATRICULA.
            START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-ATUALIZA-FUNCIONARIO UNTIL WRK-FIM-ARQ = 'S'.

       2100-ATUALIZA-FUNCIONARIO.
            READ FUNCIONARIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FUN-ATIVO
                     MOVE FUN-MATRICULA TO FAT-MATRICULA
                     MOVE FUN-ADMISSAO  TO FAT-ADMISSAO
                     MOVE WRK-DATA-HOJE TO FAT-DATA-BASE
                     MOVE 'E' TO FAT-RESULTADO
                     CALL 'FERATUAL' USING FERATUAL-PARM
                        ON EXCEPTION
                           CONTINUE
                     END-CALL
                     IF FAT-RESULTADO = 'S'
                        ADD 1 TO WRK-QT-ATUALIZADOS
                     ELSE
                        ADD 1 TO WRK-QT-FALHAS
                     END-IF
                  END-IF
            END-READ.

       4000-RELATORIO.
            OPEN INPUT FERIAS.
            OPEN OUTPUT FERVENC-REL.
            IF FERIAS-STATUS NOT = 0 OR FERVENC-REL-STATUS NOT = 0
               DISPLAY 'FERIAS.DAT/FERVENC.REL INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'FERIAS VENCIDAS E A VENCER' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING 'DATA BASE: '     DELIMITED BY SIZE
                      WRK-DATA-HOJE     DELIMITED BY SIZE
                      '  ANTECEDENCIA: ' DELIMITED BY SIZE
                      WRK-DIAS-AVISO    DELIMITED BY SIZE
                      ' DIAS'           DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE 'MATR.'      TO RPT-LINHA-IMPRESSA(1:5)
               MOVE 'NOME'       TO RPT-LINHA-IMPRESSA(8:4)
               MOVE 'PER'        TO RPT-LINHA-IMPRESSA(39:3)
               MOVE 'AQUISITIVO' TO RPT-LINHA-IMPRESSA(43:10)
               MOVE 'LIMITE'     TO RPT-LINHA-IMPRESSA(61:6)
               MOVE 'SALDO'      TO RPT-LINHA-IMPRESSA(69:5)
               MOVE 'INICIAR ATE' TO RPT-LINHA-IMPRESSA(75:11)
               MOVE 'DIAS'       TO RPT-LINHA-IMPRESSA(87:4)
               MOVE 'SITUACAO'   TO RPT-LINHA-IMPRESSA(93:8)
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO FER-CHAVE
               START FERIAS KEY IS NOT LESS THAN FER-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 4100-LE-PERIODO UNTIL WRK-FIM-ARQ = 'S'
               PERFORM 4900-TOTAIS
               CLOSE FERIAS
               CLOSE FERVENC-REL
            END-IF.

      *----------------------------------------------------------------
      * Ultimo dia para iniciar o gozo do saldo: limite do concessivo
      * menos o saldo mais um.
      *----------------------------------------------------------------
       4100-LE-PERIODO.
            READ FERIAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FER-VENCIDO OR FER-A-CONCEDER
                     COMPUTE WRK-SALDO = FER-DIAS-DIREITO
                             - FER-DIAS-GOZADOS - FER-DIAS-VENDIDOS
                     IF WRK-SALDO > ZEROS
                        COMPUTE WRK-DATA-MAXIMA =
                                FUNCTION DATE-OF-INTEGER(
                                FUNCTION INTEGER-OF-DATE(FER-LIMITE)
                                - WRK-SALDO + 1)
                        COMPUTE WRK-DIAS-RESTAM =
                                FUNCTION INTEGER-OF-DATE(
                                WRK-DATA-MAXIMA)
                              - FUNCTION INTEGER-OF-DATE(
                                WRK-DATA-HOJE)
                        PERFORM 4200-AVALIA-PERIODO
                     END-IF
                  END-IF
            END-READ.

       4200-AVALIA-PERIODO.
            MOVE FER-MATRICULA TO FUN-MATRICULA.
            READ FUNCIONARIOS
               INVALID KEY
                  MOVE '(SEM CADASTRO)' TO FUN-NOME
                  MOVE 'A' TO FUN-SITUACAO
            END-READ.
            MOVE SPACES TO WRK-SITUACAO-ED.
            EVALUATE TRUE
               WHEN FUN-DESLIGADO
                  CONTINUE
               WHEN FER-VENCIDO
                  MOVE 'VENCIDO' TO WRK-SITUACAO-ED
                  ADD 1 TO WRK-QT-VENCIDOS
               WHEN WRK-DIAS-RESTAM < ZEROS
                  MOVE 'SEM PRAZO' TO WRK-SITUACAO-ED
                  ADD 1 TO WRK-QT-A-VENCER
               WHEN WRK-DIAS-RESTAM NOT GREATER THAN WRK-DIAS-AVISO
                  MOVE 'A VENCER' TO WRK-SITUACAO-ED
                  ADD 1 TO WRK-QT-A-VENCER
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            IF WRK-SITUACAO-ED NOT = SPACES
               PERFORM 4300-LINHA-PERIODO
            END-IF.

       4300-LINHA-PERIODO.
            MOVE WRK-DIAS-RESTAM TO WRK-DIAS-RESTAM-ED.
            MOVE WRK-SALDO TO WRK-SALDO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING FER-MATRICULA     DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   FUN-NOME          DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   FER-PERIODO       DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   FER-INICIO        DELIMITED BY SIZE
                   '-'               DELIMITED BY SIZE
                   FER-FIM           DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   FER-LIMITE        DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WRK-SALDO-ED      DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WRK-DATA-MAXIMA   DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WRK-DIAS-RESTAM-ED DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WRK-SITUACAO-ED   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4900-TOTAIS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'PERIODOS VENCIDOS (DOBRA): ' DELIMITED BY SIZE
                   WRK-QT-VENCIDOS               DELIMITED BY SIZE
                   '  A VENCER: '                DELIMITED BY SIZE
                   WRK-QT-A-VENCER               DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       3000-FINALIZAR.
            IF FUNCIONARIOS-STATUS = 0
               CLOSE FUNCIONARIOS
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'FUNCIONARIOS ATUALIZADOS: ' WRK-QT-ATUALIZADOS
               IF WRK-QT-FALHAS > 0
                  DISPLAY 'FALHAS NA ATUALIZACAO...: ' WRK-QT-FALHAS
               END-IF
               DISPLAY 'PERIODOS VENCIDOS.......: ' WRK-QT-VENCIDOS
               DISPLAY 'PERIODOS A VENCER.......: ' WRK-QT-A-VENCER
               DISPLAY 'RELATORIO EM FERVENC.REL'
               IF WRK-QT-VENCIDOS > 0 OR WRK-QT-FALHAS > 0
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==FERVENC-REL-REG==.

      *END PROGRAM FERVENC.
