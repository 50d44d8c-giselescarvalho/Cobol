      *           controle de VENDAS.TXT, que o FECHAMENTO reconhece
      *           por ela (a alteracao nao edita o codigo, entao a
      *           inclusao e a unica porta).
      * Modification History:
      *  15/10/2026 GC - metas mensais de venda por vendedor
      *                  (METAS.DAT, METAS.CPY): inclusao/alteracao
      *                  por vendedor e mes, meta zerada exclui, e
      *                  listagem; o acompanhamento diario do ritmo
      *                  contra a meta sai no METAVEND.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDEDORES-STATUS
               RECORD KEY IS VEND-CODIGO.
           SELECT METAS
             ASSIGN TO 'METAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS METAS-STATUS
               RECORD KEY IS MET-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD VENDEDORES.
            05 VEND-ANOMES    PIC 9(06).
            05 VEND-TOTAL-MES PIC 9(09)V99.

       COPY 'METAS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC X(1).
       77 WRK-MODULO PIC X(20).
       77 WRK-TECLA PIC X(1).
       77 VENDEDORES-STATUS PIC 9(02).
       77 METAS-STATUS PIC 9(02).
       77 WRK-DATA-HOJE PIC 9(08).
       77 WRK-MSGERRO PIC X(30).

       SCREEN SECTION.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
           05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR (INATIVAR)'.
           05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO'.
           05 LINE 12 COLUMN 15 VALUE '6 - META DO MES'.
           05 LINE 13 COLUMN 15 VALUE '7 - LISTAR METAS'.
           05 LINE 14 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 15 COLUMN 15 VALUE 'OPCAO: ' .
           05 LINE 15 COLUMN 26 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC X(30) USING VEND-NOME.
               10 LINE 12 COLUMN 10 VALUE 'SITUACAO(A/I) '.
               10 COLUMN PLUS 2 PIC X(01) USING VEND-SITUACAO.
       01 TELA-META.
            05 CHAVE-META FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'VENDEDOR '.
               10 COLUMN PLUS 2 PIC X(10) USING MET-VENDEDOR.
               10 LINE 11 COLUMN 10 VALUE 'MES (AAAAMM) '.
               10 COLUMN PLUS 2 PIC 9(06) USING MET-ANOMES.
            05 SS-DADOS-META.
               10 LINE 12 COLUMN 10 VALUE 'META DO MES (ZERO EXCLUI) '.
               10 COLUMN PLUS 2 PIC 9(09),99 USING MET-VALOR.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                 CLOSE VENDEDORES
                 OPEN I-O VENDEDORES
              END-IF.
           OPEN I-O METAS
             IF METAS-STATUS = 35 THEN
                 OPEN OUTPUT METAS
                 CLOSE METAS
                 OPEN I-O METAS
              END-IF.
           PERFORM 1100-MONTATELA.

       1100-MONTATELA.
                 PERFORM 8000-EXCLUIR
               WHEN 5
                 PERFORM 9000-RELATORIO
               WHEN 6
                 PERFORM 7500-MANTER-META
               WHEN 7
                 PERFORM 9100-LISTAR-METAS
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM UMA OPCAO VALIDA'

       3000-FINALIZAR.
           CLOSE VENDEDORES.
           CLOSE METAS.

       5000-INCLUIR.
           MOVE 'MODULO-INCLUSAO ' TO WRK-MODULO.
              END-IF.
           ACCEPT MOSTRA-ERRO.

      *----------------------------------------------------------------
      * Meta do vendedor no mes: inclui ou altera pela chave
      * vendedor/mes; meta zerada em registro existente exclui.
      *----------------------------------------------------------------
       7500-MANTER-META.
           MOVE 'MODULO - META      ' TO WRK-MODULO.
           MOVE SPACES TO MET-VENDEDOR WRK-MSGERRO.
           MOVE ZEROS TO MET-ANOMES.
           DISPLAY TELA.
           ACCEPT CHAVE-META.
           PERFORM 7510-VALIDA-CHAVE-META.
           IF WRK-MSGERRO = SPACES
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              READ METAS
                 INVALID KEY
                    MOVE ZEROS TO MET-VALOR
                    ACCEPT SS-DADOS-META
                    IF MET-VALOR = ZEROS
                       MOVE 'META ZERADA - NADA GRAVADO'
                         TO WRK-MSGERRO
                    ELSE
                       MOVE WRK-DATA-HOJE TO MET-DATA-ALTER
                       WRITE MET-REG
                          INVALID KEY
                             MOVE 'ERRO AO INCLUIR META'
                               TO WRK-MSGERRO
                          NOT INVALID KEY
                             MOVE 'META INCLUIDA' TO WRK-MSGERRO
                       END-WRITE
                    END-IF
                 NOT INVALID KEY
                    ACCEPT SS-DADOS-META
                    IF MET-VALOR = ZEROS
                       DELETE METAS
                          INVALID KEY
                             MOVE 'ERRO AO EXCLUIR META'
                               TO WRK-MSGERRO
                          NOT INVALID KEY
                             MOVE 'META EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                    ELSE
                       MOVE WRK-DATA-HOJE TO MET-DATA-ALTER
                       REWRITE MET-REG
                          INVALID KEY
                             MOVE 'ERRO AO ALTERAR META'
                               TO WRK-MSGERRO
                          NOT INVALID KEY
                             MOVE 'META ALTERADA' TO WRK-MSGERRO
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

       7510-VALIDA-CHAVE-META.
           IF MET-ANOMES(5:2) < '01' OR MET-ANOMES(5:2) > '12'
              MOVE 'MES INVALIDO (AAAAMM)' TO WRK-MSGERRO
           END-IF.
           IF WRK-MSGERRO = SPACES
              MOVE MET-VENDEDOR TO VEND-CODIGO
              READ VENDEDORES
                 INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 NOT INVALID KEY
                    IF VEND-INATIVO
                       MOVE 'VENDEDOR INATIVO' TO WRK-MSGERRO
                    END-IF
              END-READ
           END-IF.

      *----------------------------------------------------------------
      * Exclusao logica: o vendedor sai do fechamento (o FECHAMENTO
      * rejeita vendedor inativo) mas o cadastro fica para historico.
                         VEND-TOTAL-MES
           END-READ.

       9100-LISTAR-METAS.
           MOVE 'MODULO - METAS     ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'VENDEDOR   ANOMES         META  ALTERADA'.
           MOVE LOW-VALUES TO MET-CHAVE.
           START METAS KEY IS NOT LESS THAN MET-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-TECLA
              NOT INVALID KEY
                 MOVE 'N' TO WRK-TECLA
           END-START.
           PERFORM 9110-LISTA-META UNTIL WRK-TECLA = 'S'.
           MOVE 'FIM DA LISTAGEM' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

       9110-LISTA-META.
           READ METAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-TECLA
              NOT AT END
                 DISPLAY MET-VENDEDOR SPACE MET-ANOMES SPACE
                         MET-VALOR SPACE MET-DATA-ALTER
           END-READ.

      *END PROGRAM VENDEDOR.
