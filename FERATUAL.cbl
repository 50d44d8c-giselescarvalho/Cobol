       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERATUAL.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Atualizacao dos periodos de ferias de um funcionario
      *           no FERIAS.DAT, chamada via CALL 'FERATUAL' com a
      *           area FERATUAL.CPY (matricula, admissao e data base)
      *           pelo FERIAS.cbl e pelo FERVENC.cbl. A partir de
      *           FUN-ADMISSAO cria cada periodo aquisitivo ja
      *           iniciado ate a data base (inicio no aniversario da
      *           admissao, fim na vespera do seguinte, limite do
      *           concessivo 12 meses depois) e, nos periodos ainda
      *           nao quitados, reconta as faltas injustificadas do
      *           aquisitivo (FALTAS.DAT, gravado pelo PONTO.cbl) e
      *           refaz os dias de direito pela tabela da CLT
      *           (ate 5 faltas 30 dias, 6 a 14 24, 15 a 23 18,
      *           24 a 32 12, acima disso nenhum) e a situacao:
      *           A em aquisicao, C a conceder, V vencido (limite
      *           passado com saldo - dobra), Q quitado.
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
           SELECT FALTAS
             ASSIGN TO 'FALTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FALTAS-STATUS
               RECORD KEY IS FAL-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FERIAS.CPY'.

       COPY 'FALTAS.CPY'.

       WORKING-STORAGE SECTION.
       77 FERIAS-STATUS     PIC 9(02).
       77 FALTAS-STATUS     PIC 9(02).
       77 WRK-TEM-FALTAS    PIC X(01) VALUE 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-FIM-FALTAS    PIC X(01) VALUE 'N'.
       77 WRK-PERIODO       PIC 9(02) VALUE ZEROS.
       77 WRK-ANOS          PIC 9(02) VALUE ZEROS.
       77 WRK-IX-DIA        PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-FALTA    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-FALTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO         PIC S9(03) VALUE ZEROS.
       77 WRK-INICIO        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM           PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE        PIC 9(08) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------
      * Admissao decomposta e aniversario da admissao calculado.
      *----------------------------------------------------------------
       01 WRK-ADMISSAO      PIC 9(08) VALUE ZEROS.
       01 WRK-ADMISSAO-R REDEFINES WRK-ADMISSAO.
            05 WRK-ADM-ANO   PIC 9(04).
            05 WRK-ADM-MMDD  PIC 9(04).
       01 WRK-ANIVERSARIO   PIC 9(08) VALUE ZEROS.
       01 WRK-ANIVERSARIO-R REDEFINES WRK-ANIVERSARIO.
            05 WRK-ANIV-ANO  PIC 9(04).
            05 WRK-ANIV-MMDD PIC 9(04).

       LINKAGE SECTION.
       COPY 'FERATUAL.CPY'.

       PROCEDURE DIVISION USING FERATUAL-PARM.
       0001-PRINCIPAL.
            MOVE 'S' TO FAT-RESULTADO.
            MOVE ZEROS TO FAT-QT-PERIODOS.
            OPEN I-O FERIAS.
            IF FERIAS-STATUS = 35
               OPEN OUTPUT FERIAS
               CLOSE FERIAS
               OPEN I-O FERIAS
            END-IF.
            IF FERIAS-STATUS NOT = 0
               MOVE 'E' TO FAT-RESULTADO
            ELSE
               OPEN INPUT FALTAS
               IF FALTAS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-FALTAS
               ELSE
                  MOVE 'N' TO WRK-TEM-FALTAS
               END-IF
               MOVE FAT-ADMISSAO TO WRK-ADMISSAO
               IF FAT-ADMISSAO NOT = ZEROS
                  MOVE 1 TO WRK-PERIODO
                  PERFORM 1000-MONTA-DATAS
                  PERFORM 2000-ATUALIZA-PERIODO
                     UNTIL WRK-INICIO > FAT-DATA-BASE
                        OR WRK-PERIODO > 60
               END-IF
               IF WRK-TEM-FALTAS = 'S'
                  CLOSE FALTAS
               END-IF
               CLOSE FERIAS
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * Datas do periodo WRK-PERIODO: inicio no aniversario de numero
      * periodo - 1, fim na vespera do aniversario seguinte e limite
      * do concessivo na vespera do outro.
      *----------------------------------------------------------------
       1000-MONTA-DATAS.
            COMPUTE WRK-ANOS = WRK-PERIODO - 1.
            PERFORM 1100-ANIVERSARIO.
            MOVE WRK-ANIVERSARIO TO WRK-INICIO.
            ADD 1 TO WRK-ANOS.
            PERFORM 1100-ANIVERSARIO.
            COMPUTE WRK-FIM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-ANIVERSARIO) - 1).
            ADD 1 TO WRK-ANOS.
            PERFORM 1100-ANIVERSARIO.
            COMPUTE WRK-LIMITE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-ANIVERSARIO) - 1).

      *    admissao em 29/02 faz aniversario em 01/03 no ano comum
       1100-ANIVERSARIO.
            COMPUTE WRK-ANIV-ANO = WRK-ADM-ANO + WRK-ANOS.
            MOVE WRK-ADM-MMDD TO WRK-ANIV-MMDD.
            IF WRK-ANIV-MMDD = 0229
               DIVIDE WRK-ANIV-ANO BY 4 GIVING WRK-QUOCIENTE
                      REMAINDER WRK-RESTO
               IF WRK-RESTO NOT = 0
                  MOVE 0301 TO WRK-ANIV-MMDD
               END-IF
            END-IF.

       2000-ATUALIZA-PERIODO.
            MOVE FAT-MATRICULA TO FER-MATRICULA.
            MOVE WRK-PERIODO   TO FER-PERIODO.
            MOVE 'S' TO WRK-ACHOU.
            READ FERIAS
               INVALID KEY
                  MOVE 'N' TO WRK-ACHOU
            END-READ.
            IF WRK-ACHOU = 'N'
               MOVE FAT-MATRICULA TO FER-MATRICULA
               MOVE WRK-PERIODO   TO FER-PERIODO
               MOVE WRK-INICIO    TO FER-INICIO
               MOVE WRK-FIM       TO FER-FIM
               MOVE WRK-LIMITE    TO FER-LIMITE
               MOVE ZEROS TO FER-FALTAS FER-DIAS-GOZADOS
                             FER-DIAS-VENDIDOS FER-QT-FRACOES
                             FER-FRA-INICIO(1) FER-FRA-DIAS(1)
                             FER-FRA-INICIO(2) FER-FRA-DIAS(2)
                             FER-FRA-INICIO(3) FER-FRA-DIAS(3)
               MOVE 30 TO FER-DIAS-DIREITO
               MOVE 'A' TO FER-SITUACAO
            END-IF.
            IF NOT FER-QUITADO
               PERFORM 3000-CONTA-FALTAS
               PERFORM 4000-DIREITO-E-SITUACAO
            END-IF.
            MOVE FAT-DATA-BASE TO FER-DATA-ATUAL.
            IF WRK-ACHOU = 'N'
               WRITE FER-REG
                  INVALID KEY
                     MOVE 'E' TO FAT-RESULTADO
               END-WRITE
            ELSE
               REWRITE FER-REG
                  INVALID KEY
                     MOVE 'E' TO FAT-RESULTADO
               END-REWRITE
            END-IF.
            ADD 1 TO FAT-QT-PERIODOS.
            ADD 1 TO WRK-PERIODO.
            PERFORM 1000-MONTA-DATAS.

      *----------------------------------------------------------------
      * Faltas dos meses do aquisitivo que caem entre inicio e fim.
      *----------------------------------------------------------------
       3000-CONTA-FALTAS.
            MOVE ZEROS TO WRK-QT-FALTAS.
            IF WRK-TEM-FALTAS = 'S'
               MOVE 'N' TO WRK-FIM-FALTAS
               MOVE FAT-MATRICULA   TO FAL-MATRICULA
               MOVE FER-INICIO(1:6) TO FAL-ANOMES
               START FALTAS KEY IS NOT LESS THAN FAL-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-FALTAS
               END-START
               PERFORM 3100-LE-FALTAS UNTIL WRK-FIM-FALTAS = 'S'
            END-IF.
            MOVE WRK-QT-FALTAS TO FER-FALTAS.

       3100-LE-FALTAS.
            READ FALTAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-FALTAS
               NOT AT END
                  IF FAL-MATRICULA NOT = FAT-MATRICULA
                     OR FAL-ANOMES > FER-FIM(1:6)
                     MOVE 'S' TO WRK-FIM-FALTAS
                  ELSE
                     IF FAL-QT-DIAS > 0
                        PERFORM 3200-CONTA-DIA
                           VARYING WRK-IX-DIA FROM 1 BY 1
                           UNTIL WRK-IX-DIA > 31
                     END-IF
                  END-IF
            END-READ.

       3200-CONTA-DIA.
            IF FAL-FALTOU(WRK-IX-DIA)
               COMPUTE WRK-DATA-FALTA = FAL-ANOMES * 100 + WRK-IX-DIA
               IF WRK-DATA-FALTA NOT LESS THAN FER-INICIO
                  AND WRK-DATA-FALTA NOT GREATER THAN FER-FIM
                  ADD 1 TO WRK-QT-FALTAS
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Dias de direito pela tabela da CLT e situacao do periodo.
      *----------------------------------------------------------------
       4000-DIREITO-E-SITUACAO.
            EVALUATE TRUE
               WHEN FER-FALTAS NOT GREATER THAN 5
                  MOVE 30 TO FER-DIAS-DIREITO
               WHEN FER-FALTAS NOT GREATER THAN 14
                  MOVE 24 TO FER-DIAS-DIREITO
               WHEN FER-FALTAS NOT GREATER THAN 23
                  MOVE 18 TO FER-DIAS-DIREITO
               WHEN FER-FALTAS NOT GREATER THAN 32
                  MOVE 12 TO FER-DIAS-DIREITO
               WHEN OTHER
                  MOVE ZEROS TO FER-DIAS-DIREITO
            END-EVALUATE.
            COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
                              - FER-DIAS-VENDIDOS.
            EVALUATE TRUE
               WHEN FER-FIM NOT LESS THAN FAT-DATA-BASE
                  MOVE 'A' TO FER-SITUACAO
               WHEN WRK-SALDO NOT GREATER THAN ZEROS
                  MOVE 'Q' TO FER-SITUACAO
               WHEN FER-LIMITE < FAT-DATA-BASE
                  MOVE 'V' TO FER-SITUACAO
               WHEN OTHER
                  MOVE 'C' TO FER-SITUACAO
            END-EVALUATE.

      *END PROGRAM FERATUAL.
