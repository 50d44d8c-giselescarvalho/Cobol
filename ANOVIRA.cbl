      *           FREQUENCIA.DAT recomecam vazios); e (4) imprime em
      *           ANOVIRA.REL (padrao REPCTL.COB/REPCAB.CPY) o
      *           resumo de promovidos/retidos/concluintes por turma.
      * Modification History:
      *  15/10/2026 GC - rematricula bloqueada (veredito B) quando o
      *                  responsavel financeiro tem mensalidade
      *                  vencida no RECEBER.DAT (MENSDEV.cbl): o aluno
      *                  fica sem turma ate a matricula pelo
      *                  MATRIC.cbl; coluna e lista no ANOVIRA.REL.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-IX-VARRE       PIC 9(03) VALUE ZEROS.
       77 WRK-VEREDITO       PIC X(01) VALUE SPACE.
       77 WRK-TURMA-DESTINO  PIC X(06) VALUE SPACES.
       77 WRK-RESP-FONE      PIC 9(09) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-AVISO-RECEBER  PIC X(01) VALUE 'N'.
       COPY 'MENSDEV.CPY'.
      *----------------------------------------------------------------
      * Veredito por matricula (P promovido, R retido, C concluinte,
      * B rematricula bloqueada por mensalidade vencida) e os totais
      * por turma de origem.
      *----------------------------------------------------------------
       01 WRK-ALUNOS-TAB.
            05 WRK-ALU-ITEM OCCURS 500 TIMES INDEXED BY WRK-IX-A.
                10 WRK-TUR-PROMOVIDOS PIC 9(04).
                10 WRK-TUR-RETIDOS    PIC 9(04).
                10 WRK-TUR-CONCLUEM   PIC 9(04).
                10 WRK-TUR-BLOQUEADOS PIC 9(04).
       77 WRK-QT-TURMAS      PIC 9(02) VALUE ZEROS.
       COPY 'REPCTL.COB'.

       1000-INICIAR.
            DISPLAY 'ANO LETIVO A ENCERRAR (AAAA): '.
            ACCEPT WRK-ANO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY 'CONFIRMA A VIRADA DO ANO ' WRK-ANO
                    ' (S/N) ? '.
            ACCEPT WRK-TECLA.
                     MOVE 'S' TO WRK-TEM-GRUPO
                     MOVE ALUNO-MATRICULA TO WRK-MATR-ATUAL
                     MOVE ALUNO-TURMA TO WRK-TURMA-ALUNO
                     MOVE ALUNO-RESP-FONE TO WRK-RESP-FONE
                     MOVE 'N' TO WRK-REPROVOU
                  END-IF
                  IF NOT ALU-APROVADO
                     MOVE 'P' TO WRK-ALU-VEREDITO(WRK-IX-A)
                  END-IF
               END-IF
               IF WRK-ALU-VEREDITO(WRK-IX-A) NOT = 'C'
                  PERFORM 4550-VERIFICA-MENSALIDADES
               END-IF
               PERFORM 4600-ACUMULA-TURMA
            ELSE
               DISPLAY 'AVISO: MAIS DE 500 ALUNOS - EXCEDENTE '
                       'NAO VIRADO'
            END-IF.

      *----------------------------------------------------------------
      * Responsavel com mensalidade vencida: o aluno nao e rematriculado
      * (fica sem turma); a rematricula passa pelo MATRIC.cbl, com a
      * familia em dia ou com a liberacao do gerente.
      *----------------------------------------------------------------
       4550-VERIFICA-MENSALIDADES.
            MOVE WRK-RESP-FONE TO MDV-FONE.
            MOVE WRK-DATA-HOJE TO MDV-DATA-BASE.
            CALL 'MENSDEV' USING MENSDEV-PARM
               ON EXCEPTION
                  MOVE ZEROS TO MDV-QT-VENCIDOS
                  MOVE 'E' TO MDV-RESULTADO
            END-CALL.
            IF MDV-RESULTADO = 'E' AND WRK-AVISO-RECEBER = 'N'
               MOVE 'S' TO WRK-AVISO-RECEBER
               DISPLAY 'AVISO: RECEBER.DAT INDISPONIVEL - '
                       'MENSALIDADES NAO VERIFICADAS'
            END-IF.
            IF MDV-QT-VENCIDOS > ZEROS
               MOVE 'B' TO WRK-ALU-VEREDITO(WRK-IX-A)
               ADD 1 TO WRK-QT-BLOQUEADOS
            END-IF.

       4600-ACUMULA-TURMA.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 4610-PROCURA-TURMA
                     ADD 1 TO WRK-TUR-PROMOVIDOS(WRK-IX-T)
                  WHEN 'C'
                     ADD 1 TO WRK-TUR-CONCLUEM(WRK-IX-T)
                  WHEN 'B'
                     ADD 1 TO WRK-TUR-BLOQUEADOS(WRK-IX-T)
                  WHEN OTHER
                     ADD 1 TO WRK-TUR-RETIDOS(WRK-IX-T)
               END-EVALUATE

      *----------------------------------------------------------------
      * Aplica a virada registro a registro: promovido muda de turma,
      * retido fica, concluinte e removido, bloqueado fica sem turma
      * ate a rematricula; notas e media zeradas
      * para o ano novo (media zero = situacao reprovado ate as
      * primeiras notas, como em qualquer aluno recem incluido).
      *----------------------------------------------------------------
                        END-DELETE
                     WHEN 'P'
                     WHEN 'R'
                     WHEN 'B'
                        IF WRK-VEREDITO = 'P'
                           MOVE WRK-TURMA-DESTINO TO ALUNO-TURMA
                        END-IF
                        IF WRK-VEREDITO = 'B'
                           MOVE SPACES TO ALUNO-TURMA
                        END-IF
                        MOVE ZEROS TO ALUNO-NOTA1 ALUNO-NOTA2
                                      ALUNO-NOTA3 ALUNO-MEDIA
                        MOVE 'P' TO ALUNO-SITUACAO
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '  TURMA  PROMOVIDOS  RETIDOS  CONCLUINTES  BLOQUEADOS'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 7100-LINHA-TURMA
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-QT-BLOQUEADOS > ZEROS
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               MOVE 'REMATRICULA BLOQUEADA (MENSALIDADE VENCIDA):'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
               PERFORM 7200-LINHA-BLOQUEADO
                  VARYING WRK-IX-VARRE FROM 1 BY 1
                  UNTIL WRK-IX-VARRE > WRK-QT-ALUNOS
            END-IF.
            PERFORM 9995-RODAPE-RPT.
            CLOSE ANOVIRA-REL.

                   WRK-TUR-RETIDOS(WRK-IX-T) DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WRK-TUR-CONCLUEM(WRK-IX-T) DELIMITED BY SIZE
                   '         ' DELIMITED BY SIZE
                   WRK-TUR-BLOQUEADOS(WRK-IX-T) DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       7200-LINHA-BLOQUEADO.
            SET WRK-IX-A TO WRK-IX-VARRE.
            IF WRK-ALU-VEREDITO(WRK-IX-A) = 'B'
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING '  MATRICULA ' DELIMITED BY SIZE
                      WRK-ALU-MATRICULA(WRK-IX-A) DELIMITED BY SIZE
                      '  TURMA ' DELIMITED BY SIZE
                      WRK-ALU-TURMA(WRK-IX-A) DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE ALUNOS
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'ALUNOS VIRADOS.......: ' WRK-QT-ALUNOS
               DISPLAY 'REMATRICULA BLOQUEADA: ' WRK-QT-BLOQUEADOS
               DISPLAY 'RESUMO GRAVADO EM ANOVIRA.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
