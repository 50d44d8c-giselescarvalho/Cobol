      *                  com o ALURECUP) com o usuario da sessao, e
      *                  a nova opcao 6 consulta a trilha, restrita
      *                  ao nivel da coordenacao (SUPERVISOR).
      *  15/10/2026 GC - ALUNO-TURMA deixa de ser digitado (so
      *                  exibido): a matricula na turma passa pelo
      *                  MATRIC.cbl, que respeita a capacidade e a
      *                  lista de espera; a inclusao de materia herda
      *                  a turma do aluno.
      *  15/10/2026 GC - lancamento de notas por turma (opcao 7):
      *                  escolhidas a turma, a materia e a nota
      *                  (1, 2 ou 3), a tela lista os alunos da
      *                  turma em ordem de matricula, dez por pagina,
      *                  e as notas sao digitadas na coluna, com a
      *                  mesma checagem de faixa do 9800; na
      *                  confirmacao media e situacao de cada aluno
      *                  sao recalculadas e cada mudanca vai para o
      *                  ALUAUDIT.LOG com o usuario da sessao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 ALUAUDIT-STATUS PIC 9(02).
       77 WRK-FIM-AUDIT   PIC X(01) VALUE 'N'.
       77 WRK-MATR-AUDIT  PIC 9(06) VALUE ZEROS.
       77 WRK-TURMA-ALUNO PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------
      * Lancamento de notas por turma: alunos da turma/materia, a
      * nota escolhida antes e a digitada, e a pagina em tela.
      *----------------------------------------------------------------
       77 WRK-ROL-TURMA   PIC X(06) VALUE SPACES.
       77 WRK-ROL-MATERIA PIC X(15) VALUE SPACES.
       77 WRK-ROL-QUAL    PIC 9(01) VALUE ZEROS.
       77 WRK-ROL-QT      PIC 9(03) VALUE ZEROS.
       77 WRK-ROL-IX      PIC 9(03) VALUE ZEROS.
       77 WRK-ROL-PAG-INI PIC 9(03) VALUE ZEROS.
       77 WRK-ROL-PAG-IX  PIC 9(02) VALUE ZEROS.
       77 WRK-ROL-INVAL   PIC X(01) VALUE 'N'.
       77 WRK-ROL-GRAVADOS PIC 9(03) VALUE ZEROS.
       01 WRK-ROL-TAB.
            05 WRK-ROL-ITEM OCCURS 100 TIMES.
                10 WRK-ROL-MATR   PIC 9(06).
                10 WRK-ROL-NOME   PIC X(30).
                10 WRK-ROL-ATUAL  PIC 9(02)V99.
                10 WRK-ROL-NOVA   PIC 9(02)V99.
       01 WRK-PAGINA.
            05 WRK-PAG-LINHA OCCURS 10 TIMES.
                10 WRK-PAG-MATR   PIC 9(06).
                10 WRK-PAG-NOME   PIC X(30).
                10 WRK-PAG-ATUAL  PIC 9(02)V99.
                10 WRK-PAG-NOVA   PIC 9(02)V99.
      *----------------------------------------------------------------
      * Registro digitado na inclusao, guardado enquanto se busca a
      * turma das outras materias do aluno.
      *----------------------------------------------------------------
       01 WRK-ALUNO-NOVO  PIC X(91).
      *----------------------------------------------------------------
      * Imagem "antes" da alteracao, para a trilha de auditoria.
      *----------------------------------------------------------------
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
            05 LINE 11 COLUMN 15 VALUE '5 - BOLETIM (RELATORIO)'.
            05 LINE 12 COLUMN 15 VALUE '6 - AUDITORIA (COORD)'.
            05 LINE 13 COLUMN 15 VALUE '7 - NOTAS POR TURMA'.
            05 LINE 14 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 15 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 15 COLUMN 28 USING WRK-OPCAO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 11 COLUMN 10 VALUE 'NOME.... '.
               10 COLUMN PLUS 2 PIC X(30) USING ALUNO-NOME.
               10 COLUMN PLUS 2 VALUE 'TURMA '.
               10 COLUMN PLUS 1 PIC X(06) FROM ALUNO-TURMA.
               10 LINE 12 COLUMN 10 VALUE 'NOTA 1 '.
               10 COLUMN PLUS 2 PIC 9(02)V99 USING ALUNO-NOTA1.
               10 COLUMN PLUS 2 VALUE 'PESO 1 '.
               10 LINE 15 COLUMN 10 VALUE 'RESP.FIN '.
               10 COLUMN PLUS 2 PIC 9(09) USING ALUNO-RESP-FONE
                   BLANK WHEN ZEROS.
       01 TELA-ROL-CHAVE.
            05 LINE 04 COLUMN 04 VALUE 'TURMA '.
            05 COLUMN PLUS 1 PIC X(06) USING WRK-ROL-TURMA.
            05 COLUMN PLUS 2 VALUE 'MATERIA '.
            05 COLUMN PLUS 1 PIC X(15) USING WRK-ROL-MATERIA.
            05 COLUMN PLUS 2 VALUE 'NOTA (1-3) '.
            05 COLUMN PLUS 1 PIC 9(01) USING WRK-ROL-QUAL.
       01 TELA-ROL.
            05 LINE 06 COLUMN 04 VALUE 'MATRIC'.
            05 LINE 06 COLUMN 12 VALUE 'NOME'.
            05 LINE 06 COLUMN 44 VALUE 'ATUAL'.
            05 LINE 06 COLUMN 53 VALUE 'NOVA'.
            05 LINE 07 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(1)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(1).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(1).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(1).
            05 LINE 08 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(2)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(2).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(2).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(2).
            05 LINE 09 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(3)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(3).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(3).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(3).
            05 LINE 10 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(4)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(4).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(4).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(4).
            05 LINE 11 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(5)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(5).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(5).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(5).
            05 LINE 12 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(6)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(6).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(6).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(6).
            05 LINE 13 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(7)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(7).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(7).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(7).
            05 LINE 14 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(8)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(8).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(8).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(8).
            05 LINE 15 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(9)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(9).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(9).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(9).
            05 LINE 16 COLUMN 04 PIC 9(06) FROM WRK-PAG-MATR(10)
                   BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-PAG-NOME(10).
            05 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PAG-ATUAL(10).
            05 COLUMN PLUS 4 PIC 9(02)V99 USING WRK-PAG-NOVA(10).
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                   MOVE 'SO COORDENACAO (SUPERV)  ' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                END-IF
              WHEN 7
                PERFORM 9500-NOTAS-POR-TURMA
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY 'ENTRE COM OPCAO CORRETA'
                ACCEPT MOSTRA-ERRO
             ELSE
                PERFORM 9700-CALCULA-MEDIA
                PERFORM 5050-TURMA-DO-ALUNO
                WRITE ALUNO-REG
                 INVALID KEY
                   MOVE 'JA EXISTE ' TO WRK-MSGERRO
                END-WRITE
             END-IF.

      *----------------------------------------------------------------
      * A turma nao e digitada: a materia nova herda a turma em que o
      * aluno ja esta matriculado (MATRIC.cbl); aluno novo fica sem
      * turma ate a matricula.
      *----------------------------------------------------------------
       5050-TURMA-DO-ALUNO.
             MOVE ALUNO-REG TO WRK-ALUNO-NOVO.
             MOVE SPACES TO WRK-TURMA-ALUNO.
             MOVE LOW-VALUES TO ALUNO-MATERIA.
             START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 READ ALUNOS NEXT RECORD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF ALUNO-CHAVE(1:6) = WRK-ALUNO-NOVO(1:6)
                        MOVE ALUNO-TURMA TO WRK-TURMA-ALUNO
                     END-IF
                 END-READ
             END-START.
             MOVE WRK-ALUNO-NOVO TO ALUNO-REG.
             MOVE WRK-TURMA-ALUNO TO ALUNO-TURMA.

       6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
                   END-IF
             END-READ.

      *----------------------------------------------------------------
      * Lancamento de uma nota (1, 2 ou 3) para a turma toda na
      * materia: os alunos saem em ordem de matricula, dez por
      * pagina, com a nota atual ja na coluna de digitacao; nada e
      * gravado antes da confirmacao no fim.
      *----------------------------------------------------------------
       9500-NOTAS-POR-TURMA.
             MOVE 'MODULO - NOTAS TURMA' TO WRK-MODULO.
             MOVE SPACES TO WRK-ROL-TURMA WRK-ROL-MATERIA.
             MOVE ZEROS TO WRK-ROL-QUAL WRK-ROL-QT WRK-ROL-GRAVADOS.
             MOVE ZEROS TO WRK-ROL-TAB.
             DISPLAY TELA.
             ACCEPT TELA-ROL-CHAVE.
             MOVE WRK-ROL-TURMA TO TURMA-CODIGO.
             READ TURMAS
                INVALID KEY
                   MOVE SPACES TO TURMA-CODIGO
             END-READ.
             EVALUATE TRUE
                WHEN WRK-ROL-QUAL < 1 OR WRK-ROL-QUAL > 3
                   MOVE 'NOTA DEVE SER 1, 2 OU 3' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                WHEN TURMA-CODIGO = SPACES
                   MOVE 'TURMA NAO CADASTRADA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                WHEN OTHER
                   PERFORM 9510-CARREGA-TURMA
                   IF WRK-ROL-QT = ZEROS
                      MOVE 'NENHUM ALUNO NA TURMA/MATERIA'
                        TO WRK-MSGERRO
                      ACCEPT MOSTRA-ERRO
                   ELSE
                      MOVE 1 TO WRK-ROL-PAG-INI
                      PERFORM 9530-DIGITA-PAGINA
                         UNTIL WRK-ROL-PAG-INI > WRK-ROL-QT
                      MOVE 'CONFIRMA GRAVACAO (S/N) ?' TO WRK-MSGERRO
                      MOVE SPACE TO WRK-TECLA
                      ACCEPT MOSTRA-ERRO
                      IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                         PERFORM 9560-GRAVA-NOTA
                            VARYING WRK-ROL-IX FROM 1 BY 1
                            UNTIL WRK-ROL-IX > WRK-ROL-QT
                         MOVE SPACES TO WRK-MSGERRO
                         STRING 'NOTAS GRAVADAS: ' DELIMITED BY SIZE
                                WRK-ROL-GRAVADOS   DELIMITED BY SIZE
                                INTO WRK-MSGERRO
                         END-STRING
                      ELSE
                         MOVE 'LANCAMENTO DESCARTADO' TO WRK-MSGERRO
                      END-IF
                      ACCEPT MOSTRA-ERRO
                   END-IF
             END-EVALUATE.

       9510-CARREGA-TURMA.
             MOVE 'N' TO WRK-FIM-ARQ.
             MOVE LOW-VALUES TO ALUNO-CHAVE.
             START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
                INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
             END-START.
             PERFORM 9520-CARREGA-ALUNO UNTIL WRK-FIM-ARQ = 'S'.

       9520-CARREGA-ALUNO.
             READ ALUNOS NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ARQ
                NOT AT END
                   IF ALUNO-TURMA = WRK-ROL-TURMA
                      AND ALUNO-MATERIA = WRK-ROL-MATERIA
                      AND WRK-ROL-QT < 100
                      ADD 1 TO WRK-ROL-QT
                      MOVE ALUNO-MATRICULA TO WRK-ROL-MATR(WRK-ROL-QT)
                      MOVE ALUNO-NOME TO WRK-ROL-NOME(WRK-ROL-QT)
                      EVALUATE WRK-ROL-QUAL
                         WHEN 1
                            MOVE ALUNO-NOTA1
                              TO WRK-ROL-ATUAL(WRK-ROL-QT)
                         WHEN 2
                            MOVE ALUNO-NOTA2
                              TO WRK-ROL-ATUAL(WRK-ROL-QT)
                         WHEN OTHER
                            MOVE ALUNO-NOTA3
                              TO WRK-ROL-ATUAL(WRK-ROL-QT)
                      END-EVALUATE
                      MOVE WRK-ROL-ATUAL(WRK-ROL-QT)
                        TO WRK-ROL-NOVA(WRK-ROL-QT)
                   END-IF
             END-READ.

      *----------------------------------------------------------------
      * Uma pagina de dez alunos: so avanca com todas as notas da
      * pagina dentro da faixa do 9800.
      *----------------------------------------------------------------
       9530-DIGITA-PAGINA.
             PERFORM 9535-MONTA-LINHA
                VARYING WRK-ROL-PAG-IX FROM 1 BY 1
                UNTIL WRK-ROL-PAG-IX > 10.
             DISPLAY TELA.
             DISPLAY TELA-ROL-CHAVE.
             ACCEPT TELA-ROL.
             MOVE 'N' TO WRK-ROL-INVAL.
             PERFORM 9540-CONFERE-LINHA
                VARYING WRK-ROL-PAG-IX FROM 1 BY 1
                UNTIL WRK-ROL-PAG-IX > 10.
             IF WRK-ROL-INVAL = 'S'
                MOVE 'NOTA FORA DA FAIXA (0-10)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             ELSE
                ADD 10 TO WRK-ROL-PAG-INI
             END-IF.

       9535-MONTA-LINHA.
             COMPUTE WRK-ROL-IX = WRK-ROL-PAG-INI + WRK-ROL-PAG-IX - 1.
             IF WRK-ROL-IX NOT > WRK-ROL-QT
                MOVE WRK-ROL-ITEM(WRK-ROL-IX)
                  TO WRK-PAG-LINHA(WRK-ROL-PAG-IX)
             ELSE
                MOVE ZEROS TO WRK-PAG-MATR(WRK-ROL-PAG-IX)
                              WRK-PAG-ATUAL(WRK-ROL-PAG-IX)
                              WRK-PAG-NOVA(WRK-ROL-PAG-IX)
                MOVE SPACES TO WRK-PAG-NOME(WRK-ROL-PAG-IX)
             END-IF.

       9540-CONFERE-LINHA.
             COMPUTE WRK-ROL-IX = WRK-ROL-PAG-INI + WRK-ROL-PAG-IX - 1.
             IF WRK-ROL-IX NOT > WRK-ROL-QT
                MOVE ZEROS TO ALUNO-NOTA1 ALUNO-NOTA2 ALUNO-NOTA3
                MOVE WRK-PAG-NOVA(WRK-ROL-PAG-IX) TO ALUNO-NOTA1
                PERFORM 9800-VALIDA-NOTAS
                IF WRK-NOTA-INVAL = 'S'
                   MOVE 'S' TO WRK-ROL-INVAL
                END-IF
                MOVE WRK-PAG-NOVA(WRK-ROL-PAG-IX)
                  TO WRK-ROL-NOVA(WRK-ROL-IX)
             END-IF.

      *----------------------------------------------------------------
      * Confirmado: cada aluno tem media e situacao recalculadas; o
      * que mudou vai para a trilha com o usuario da sessao.
      *----------------------------------------------------------------
       9560-GRAVA-NOTA.
             MOVE WRK-ROL-MATR(WRK-ROL-IX) TO ALUNO-MATRICULA.
             MOVE WRK-ROL-MATERIA TO ALUNO-MATERIA.
             READ ALUNOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE ALUNO-NOTA1 TO WRK-ANT-NOTA1
                   MOVE ALUNO-NOTA2 TO WRK-ANT-NOTA2
                   MOVE ALUNO-NOTA3 TO WRK-ANT-NOTA3
                   MOVE ALUNO-MEDIA TO WRK-ANT-MEDIA
                   MOVE ALUNO-SITUACAO TO WRK-ANT-SITUACAO
                   EVALUATE WRK-ROL-QUAL
                      WHEN 1
                         MOVE WRK-ROL-NOVA(WRK-ROL-IX) TO ALUNO-NOTA1
                      WHEN 2
                         MOVE WRK-ROL-NOVA(WRK-ROL-IX) TO ALUNO-NOTA2
                      WHEN OTHER
                         MOVE WRK-ROL-NOVA(WRK-ROL-IX) TO ALUNO-NOTA3
                   END-EVALUATE
                   PERFORM 9700-CALCULA-MEDIA
                   REWRITE ALUNO-REG
                   IF ALUNOS-STATUS = 0
                      IF ALUNO-NOTA1 NOT = WRK-ANT-NOTA1
                         OR ALUNO-NOTA2 NOT = WRK-ANT-NOTA2
                         OR ALUNO-NOTA3 NOT = WRK-ANT-NOTA3
                         OR ALUNO-MEDIA NOT = WRK-ANT-MEDIA
                         OR ALUNO-SITUACAO NOT = WRK-ANT-SITUACAO
                         PERFORM 9850-GRAVA-AUDITORIA
                         ADD 1 TO WRK-ROL-GRAVADOS
                      END-IF
                   END-IF
             END-READ.

       9800-VALIDA-NOTAS.
             MOVE 'N' TO WRK-NOTA-INVAL.
             IF ALUNO-NOTA1 > 10 OR ALUNO-NOTA2 > 10
