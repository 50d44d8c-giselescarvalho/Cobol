      *                  de ano letivo (ANOVIRA.cbl) promove os
      *                  aprovados; em branco = turma final
      *                  (aprovado conclui).
      *  15/10/2026 GC - capacidade da turma (TURMA-CAPACIDADE, na
      *                  tela e na listagem; zeros = sem limite), que a
      *                  matricula (MATRIC.cbl) respeita, mandando o
      *                  excedente para a lista de espera.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               10 COLUMN PLUS 2 PIC X(15) USING TURMA-MATERIA-3.
               10 LINE 15 COLUMN 10 VALUE 'TURMA SEG. '.
               10 COLUMN PLUS 2 PIC X(06) USING TURMA-PROXIMA.
               10 LINE 16 COLUMN 10 VALUE 'CAPACIDADE '.
               10 COLUMN PLUS 2 PIC 9(03) USING TURMA-CAPACIDADE.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO TURMA-CODIGO TURMA-PROFESSOR
                          TURMA-MATERIAS TURMA-PROXIMA.
           MOVE ZEROS TO TURMA-ANO TURMA-CAPACIDADE.
           DISPLAY TELA.
           ACCEPT TELA-REGISTRO.
           WRITE TURMA-REG
       9000-RELATORIO.
           MOVE 'MODULO-RELATORIO ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'TURMA   ANO  CAP PROFESSOR'.
           MOVE LOW-VALUES TO TURMA-CODIGO.
           START TURMAS KEY IS NOT LESS THAN TURMA-CODIGO
              INVALID KEY
                 MOVE 'S' TO WRK-TECLA
              NOT AT END
                 DISPLAY TURMA-CODIGO SPACE TURMA-ANO SPACE
                         TURMA-CAPACIDADE SPACE
                         TURMA-PROFESSOR SPACE TURMA-MATERIAS
           END-READ.

