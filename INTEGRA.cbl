       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Varredura de integridade referencial entre os
      *           arquivos. O VERIFICA.cbl so confere que cada mestre
      *           abre e nao encolheu; aqui se confere que os arquivos
      *           concordam entre si, e cada orfao sai em INTEGRA.REL
      *           (padrao REPCTL.COB/REPCAB.CPY) com a gravidade:
      *             ALTA  - item de pedido sem o cabecalho em
      *                     PEDIDOS.DAT; titulo de RECEBER.DAT cujo
      *                     fone nao esta em CLIENTES.DAT nem em
      *                     CLIHIST.DAT; titulo cuja REC-FATURA nao
      *                     esta em FATURAS.DAT;
      *             MEDIA - pedido cujo fone nao esta em CLIENTES.DAT
      *                     nem em CLIHIST.DAT; PEDIDOS-TRANSP fora
      *                     do TRANSP.DAT; ALUNO-TURMA fora do
      *                     TURMAS.DAT; OC-FORNECEDOR fora do
      *                     FORNECED.DAT;
      *             BAIXA - ALUNO-RESP-FONE fora do CLIENTES.DAT;
      *                     funcionario ativo com FUN-CCUSTO em
      *                     branco.
      *           Arquivo ausente so pula a verificacao que depende
      *           dele (avisado no relatorio). Roda avulso (semanal)
      *           ou como etapa do FECHADIA no dia da semana do
      *           parametro INTEGRA-DIA; achado nao derruba o
      *           fechamento - os totais por gravidade vao para o
      *           resumo consolidado (RESUMO.CPY) e o RETURN-CODE so
      *           sai 16 quando o proprio relatorio nao abre.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
      * Historico de clientes arquivados, mesma imagem do mestre.
           SELECT CLIHIST
             ASSIGN TO 'CLIHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIHIST-STATUS
               RECORD KEY IS CLIHIST-CHAVE.
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
           SELECT RECEBER
             ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-NUMERO.
           SELECT FATURAS
             ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FATURAS-STATUS
               RECORD KEY IS FAT-CHAVE.
           SELECT ALUNOS
             ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALUNOS-STATUS
               RECORD KEY IS ALUNO-CHAVE.
           SELECT TURMAS
             ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TURMAS-STATUS
               RECORD KEY IS TURMA-CODIGO.
           SELECT TRANSPS
             ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPS-STATUS
               RECORD KEY IS TRA-CODIGO.
           SELECT OCOMPRA
             ASSIGN TO 'OCOMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OCOMPRA-STATUS
               RECORD KEY IS OC-NUMERO.
           SELECT FORNECEDORES
             ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECEDORES-STATUS
               RECORD KEY IS FOR-CODIGO.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT INTEGRA-REL
             ASSIGN TO 'INTEGRA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRA-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'CLIENTES.CPY'.

       FD CLIHIST.
       01 CLIHIST-REG.
            05 CLIHIST-CHAVE.
                10 CLIHIST-FONE PIC 9(09).
            05 CLIHIST-NOME     PIC X(30).
            05 CLIHIST-EMAIL    PIC X(40).
            05 CLIHIST-DOC      PIC X(14).
            05 CLIHIST-SITUACAO PIC X(01).
            05 CLIHIST-ENDERECO.
                10 CLIHIST-LOGRADOURO PIC X(40).
                10 CLIHIST-CIDADE     PIC X(30).
                10 CLIHIST-UF         PIC X(02).
                10 CLIHIST-CEP        PIC 9(08).
            05 CLIHIST-DATA-INCLUSAO PIC 9(08).
            05 CLIHIST-LIMITE-CREDITO PIC 9(09)V99.
            05 CLIHIST-CATEGORIA PIC X(01).
            05 CLIHIST-AVISOS    PIC X(03).

       COPY 'PEDIDOS.CPY'.

       COPY 'PEDITENS.CPY'.

       COPY 'RECEBER.CPY'.

       COPY 'FATURAS.CPY'.

       COPY 'ALUNOS.CPY'.

       COPY 'TURMAS.CPY'.

       FD TRANSPS.
       01 TRA-REG.
            05 TRA-CODIGO    PIC X(03).
            05 TRA-NOME      PIC X(30).
            05 TRA-SITUACAO  PIC X(01).
            05 TRA-FORNECEDOR PIC 9(04).

       COPY 'OCOMPRA.CPY'.

       COPY 'FORNECED.CPY'.

       COPY 'FUNCION.CPY'.

       FD INTEGRA-REL.
       01 INTEGRA-REL-REG       PIC X(132).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS     PIC 9(02).
       77 CLIHIST-STATUS      PIC 9(02).
       77 PEDIDOS-STATUS      PIC 9(02).
       77 PEDITENS-STATUS     PIC 9(02).
       77 RECEBER-STATUS      PIC 9(02).
       77 FATURAS-STATUS      PIC 9(02).
       77 ALUNOS-STATUS       PIC 9(02).
       77 TURMAS-STATUS       PIC 9(02).
       77 TRANSPS-STATUS      PIC 9(02).
       77 OCOMPRA-STATUS      PIC 9(02).
       77 FORNECEDORES-STATUS PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 INTEGRA-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TEM-CLIHIST     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-FONE      PIC X(01) VALUE 'N'.
       77 WRK-FONE-BUSCA      PIC 9(09) VALUE ZEROS.
       77 WRK-ULT-FONE        PIC 9(09) VALUE ZEROS.
       77 WRK-ULT-MATRICULA   PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-ULTIMO      PIC X(01) VALUE 'N'.
       77 WRK-ARQ-AUSENTE     PIC X(16) VALUE SPACES.
       01 WRK-ULT-PEDIDO.
            05 WRK-UP-FONE    PIC 9(09).
            05 WRK-UP-DATA    PIC 9(08).
            05 WRK-UP-HORA    PIC 9(08).
      *----------------------------------------------------------------
      * Verificacoes na ordem do relatorio, com a gravidade de cada
      * uma; contagem de achados por verificacao e por gravidade.
      *----------------------------------------------------------------
       01 WRK-VERIFICACOES.
            05 FILLER PIC X(35)
               VALUE 'ITEM SEM PEDIDO               ALTA '.
            05 FILLER PIC X(35)
               VALUE 'PEDIDO SEM CLIENTE            MEDIA'.
            05 FILLER PIC X(35)
               VALUE 'PEDIDO COM TRANSP INEXISTENTE MEDIA'.
            05 FILLER PIC X(35)
               VALUE 'TITULO SEM CLIENTE            ALTA '.
            05 FILLER PIC X(35)
               VALUE 'TITULO COM FATURA INEXISTENTE ALTA '.
            05 FILLER PIC X(35)
               VALUE 'ALUNO COM TURMA INEXISTENTE   MEDIA'.
            05 FILLER PIC X(35)
               VALUE 'RESPONSAVEL SEM CLIENTE       BAIXA'.
            05 FILLER PIC X(35)
               VALUE 'OC COM FORNECEDOR INEXISTENTE MEDIA'.
            05 FILLER PIC X(35)
               VALUE 'FUNCIONARIO ATIVO SEM C.CUSTO BAIXA'.
       01 WRK-VERIFICACOES-R REDEFINES WRK-VERIFICACOES.
            05 WRK-VRF OCCURS 9 TIMES.
                10 WRK-VRF-NOME    PIC X(30).
                10 WRK-VRF-GRAVE   PIC X(05).
       01 WRK-CONTAGENS.
            05 WRK-VRF-QT OCCURS 9 TIMES PIC 9(07).
       77 WRK-IX-VRF          PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ALTA         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MEDIA        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXA        PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Linha do achado.
      *----------------------------------------------------------------
       77 WRK-ACH-CHAVE       PIC X(30) VALUE SPACES.
       77 WRK-ACH-DETALHE     PIC X(40) VALUE SPACES.
       COPY 'RESUMO.CPY'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-ITENS-SEM-PEDIDO
               PERFORM 2100-PEDIDOS
               PERFORM 2200-TITULOS
               PERFORM 2300-ALUNOS
               PERFORM 2400-ORDENS-COMPRA
               PERFORM 2500-FUNCIONARIOS
               PERFORM 2900-TOTAIS
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE ZEROS TO WRK-CONTAGENS.
            MOVE ZEROS TO RES-INT-ALTA RES-INT-MEDIA RES-INT-BAIXA.
            OPEN OUTPUT INTEGRA-REL.
            IF INTEGRA-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               OPEN INPUT CLIENTES
               OPEN INPUT CLIHIST
               IF CLIHIST-STATUS = 0
                  MOVE 'S' TO WRK-TEM-CLIHIST
               END-IF
               OPEN INPUT PEDIDOS
               OPEN INPUT PEDITENS
               OPEN INPUT RECEBER
               OPEN INPUT FATURAS
               OPEN INPUT ALUNOS
               OPEN INPUT TURMAS
               OPEN INPUT TRANSPS
               OPEN INPUT OCOMPRA
               OPEN INPUT FORNECEDORES
               OPEN INPUT FUNCIONARIOS
            END-IF.

      *----------------------------------------------------------------
      * Itens de pedido: o arquivo vem pela chave do pedido, entao
      * cada pedido e procurado uma vez so, no primeiro item.
      *----------------------------------------------------------------
       2000-ITENS-SEM-PEDIDO.
            MOVE 1 TO WRK-IX-VRF.
            IF PEDITENS-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
               MOVE 'PEDITENS/PEDIDOS' TO WRK-ARQ-AUSENTE
               PERFORM 9810-NAO-VERIFICADA
            ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 'N' TO WRK-TEM-ULTIMO
               MOVE LOW-VALUES TO ITEM-CHAVE
               START PEDITENS KEY IS NOT LESS THAN ITEM-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2010-LE-ITEM UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2010-LE-ITEM.
            READ PEDITENS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-TEM-ULTIMO = 'N'
                     OR ITEM-FONE NOT = WRK-UP-FONE
                     OR ITEM-DATA NOT = WRK-UP-DATA
                     OR ITEM-HORA NOT = WRK-UP-HORA
                     MOVE 'S' TO WRK-TEM-ULTIMO
                     MOVE ITEM-FONE TO WRK-UP-FONE
                     MOVE ITEM-DATA TO WRK-UP-DATA
                     MOVE ITEM-HORA TO WRK-UP-HORA
                     PERFORM 2020-CONFERE-CABECALHO
                  END-IF
            END-READ.

       2020-CONFERE-CABECALHO.
            MOVE WRK-UP-FONE TO PEDIDOS-FONE.
            MOVE WRK-UP-DATA TO PEDIDOS-DATA.
            MOVE WRK-UP-HORA TO PEDIDOS-HORA.
            READ PEDIDOS
               INVALID KEY
                  MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                  STRING WRK-UP-FONE ' ' WRK-UP-DATA ' ' WRK-UP-HORA
                         DELIMITED BY SIZE
                         INTO WRK-ACH-CHAVE
                  END-STRING
                  MOVE 'ITENS SEM CABECALHO EM PEDIDOS.DAT'
                    TO WRK-ACH-DETALHE
                  PERFORM 9800-GRAVA-ACHADO
            END-READ.

      *----------------------------------------------------------------
      * Pedidos: fone (procurado uma vez por cliente - a chave agrupa
      * por fone) e transportadora de cada pedido.
      *----------------------------------------------------------------
       2100-PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
               MOVE 2 TO WRK-IX-VRF
               MOVE 'PEDIDOS/CLIENTES' TO WRK-ARQ-AUSENTE
               PERFORM 9810-NAO-VERIFICADA
            ELSE
               IF TRANSPS-STATUS NOT = 0
                  MOVE 3 TO WRK-IX-VRF
                  MOVE 'TRANSP.DAT' TO WRK-ARQ-AUSENTE
                  PERFORM 9810-NAO-VERIFICADA
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 'N' TO WRK-TEM-ULTIMO
               MOVE LOW-VALUES TO PEDIDOS-CHAVE
               START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2110-LE-PEDIDO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2110-LE-PEDIDO.
            READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-TEM-ULTIMO = 'N'
                     OR PEDIDOS-FONE NOT = WRK-ULT-FONE
                     MOVE 'S' TO WRK-TEM-ULTIMO
                     MOVE PEDIDOS-FONE TO WRK-ULT-FONE
                     MOVE PEDIDOS-FONE TO WRK-FONE-BUSCA
                     PERFORM 9000-PROCURA-FONE
                     IF WRK-ACHOU-FONE = 'N'
                        MOVE 2 TO WRK-IX-VRF
                        MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                        MOVE PEDIDOS-FONE TO WRK-ACH-CHAVE
                        MOVE 'FONE FORA DE CLIENTES.DAT E CLIHIST.DAT'
                          TO WRK-ACH-DETALHE
                        PERFORM 9800-GRAVA-ACHADO
                     END-IF
                  END-IF
                  IF PEDIDOS-TRANSP NOT = SPACES
                     AND TRANSPS-STATUS = 0
                     PERFORM 2120-CONFERE-TRANSP
                  END-IF
            END-READ.

       2120-CONFERE-TRANSP.
            MOVE PEDIDOS-TRANSP TO TRA-CODIGO.
            READ TRANSPS
               INVALID KEY
                  MOVE 3 TO WRK-IX-VRF
                  MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                  STRING PEDIDOS-FONE ' ' PEDIDOS-DATA ' '
                         PEDIDOS-HORA
                         DELIMITED BY SIZE
                         INTO WRK-ACH-CHAVE
                  END-STRING
                  STRING 'TRANSPORTADORA ' PEDIDOS-TRANSP
                         ' FORA DE TRANSP.DAT'
                         DELIMITED BY SIZE
                         INTO WRK-ACH-DETALHE
                  END-STRING
                  PERFORM 9800-GRAVA-ACHADO
            END-READ.

      *----------------------------------------------------------------
      * Titulos: fone do devedor e fatura de origem. REC-FATURA zero
      * e titulo sem fatura (mensalidade do MENSALID.cbl).
      *----------------------------------------------------------------
       2200-TITULOS.
            IF RECEBER-STATUS NOT = 0 OR CLIENTES-STATUS NOT = 0
               MOVE 4 TO WRK-IX-VRF
               MOVE 'RECEBER/CLIENTES' TO WRK-ARQ-AUSENTE
               PERFORM 9810-NAO-VERIFICADA
            ELSE
               IF FATURAS-STATUS NOT = 0
                  MOVE 5 TO WRK-IX-VRF
                  MOVE 'FATURAS.DAT' TO WRK-ARQ-AUSENTE
                  PERFORM 9810-NAO-VERIFICADA
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO REC-NUMERO
               START RECEBER KEY IS NOT LESS THAN REC-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2210-LE-TITULO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2210-LE-TITULO.
            READ RECEBER NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE REC-FONE TO WRK-FONE-BUSCA
                  PERFORM 9000-PROCURA-FONE
                  IF WRK-ACHOU-FONE = 'N'
                     MOVE 4 TO WRK-IX-VRF
                     MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                     MOVE REC-NUMERO TO WRK-ACH-CHAVE
                     STRING 'FONE ' REC-FONE ' SEM CADASTRO'
                            DELIMITED BY SIZE
                            INTO WRK-ACH-DETALHE
                     END-STRING
                     PERFORM 9800-GRAVA-ACHADO
                  END-IF
                  IF REC-FATURA NOT = ZEROS AND FATURAS-STATUS = 0
                     PERFORM 2220-CONFERE-FATURA
                  END-IF
            END-READ.

       2220-CONFERE-FATURA.
            MOVE REC-FATURA TO FAT-NUMERO.
            MOVE ZEROS      TO FAT-SEQ.
            READ FATURAS
               INVALID KEY
                  MOVE 5 TO WRK-IX-VRF
                  MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                  MOVE REC-NUMERO TO WRK-ACH-CHAVE
                  STRING 'FATURA ' REC-FATURA ' FORA DE FATURAS.DAT'
                         DELIMITED BY SIZE
                         INTO WRK-ACH-DETALHE
                  END-STRING
                  PERFORM 9800-GRAVA-ACHADO
            END-READ.

      *----------------------------------------------------------------
      * Alunos: um registro por materia, conferido uma vez por
      * matricula (a chave agrupa pela matricula).
      *----------------------------------------------------------------
       2300-ALUNOS.
            IF ALUNOS-STATUS NOT = 0
               MOVE 6 TO WRK-IX-VRF
               MOVE 'ALUNOS.DAT' TO WRK-ARQ-AUSENTE
               PERFORM 9810-NAO-VERIFICADA
               MOVE 7 TO WRK-IX-VRF
               PERFORM 9810-NAO-VERIFICADA
            ELSE
               IF TURMAS-STATUS NOT = 0
                  MOVE 6 TO WRK-IX-VRF
                  MOVE 'TURMAS.DAT' TO WRK-ARQ-AUSENTE
                  PERFORM 9810-NAO-VERIFICADA
               END-IF
               IF CLIENTES-STATUS NOT = 0
                  MOVE 7 TO WRK-IX-VRF
                  MOVE 'CLIENTES.DAT' TO WRK-ARQ-AUSENTE
                  PERFORM 9810-NAO-VERIFICADA
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 'N' TO WRK-TEM-ULTIMO
               MOVE LOW-VALUES TO ALUNO-CHAVE
               START ALUNOS KEY IS NOT LESS THAN ALUNO-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2310-LE-ALUNO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2310-LE-ALUNO.
            READ ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-TEM-ULTIMO = 'N'
                     OR ALUNO-MATRICULA NOT = WRK-ULT-MATRICULA
                     MOVE 'S' TO WRK-TEM-ULTIMO
                     MOVE ALUNO-MATRICULA TO WRK-ULT-MATRICULA
                     IF ALUNO-TURMA NOT = SPACES
                        AND TURMAS-STATUS = 0
                        PERFORM 2320-CONFERE-TURMA
                     END-IF
                     IF ALUNO-RESP-FONE NOT = ZEROS
                        AND CLIENTES-STATUS = 0
                        PERFORM 2330-CONFERE-RESPONSAVEL
                     END-IF
                  END-IF
            END-READ.

       2320-CONFERE-TURMA.
            MOVE ALUNO-TURMA TO TURMA-CODIGO.
            READ TURMAS
               INVALID KEY
                  MOVE 6 TO WRK-IX-VRF
                  MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                  MOVE ALUNO-MATRICULA TO WRK-ACH-CHAVE
                  STRING 'TURMA ' ALUNO-TURMA ' FORA DE TURMAS.DAT'
                         DELIMITED BY SIZE
                         INTO WRK-ACH-DETALHE
                  END-STRING
                  PERFORM 9800-GRAVA-ACHADO
            END-READ.

      *    o responsavel financeiro tem de estar no mestre ativo: e
      *    nele que o MENSALID.cbl abre os titulos
       2330-CONFERE-RESPONSAVEL.
            MOVE ALUNO-RESP-FONE TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  MOVE 7 TO WRK-IX-VRF
                  MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                  MOVE ALUNO-MATRICULA TO WRK-ACH-CHAVE
                  STRING 'RESPONSAVEL ' ALUNO-RESP-FONE
                         ' FORA DE CLIENTES.DAT'
                         DELIMITED BY SIZE
                         INTO WRK-ACH-DETALHE
                  END-STRING
                  PERFORM 9800-GRAVA-ACHADO
            END-READ.

       2400-ORDENS-COMPRA.
            MOVE 8 TO WRK-IX-VRF.
            IF OCOMPRA-STATUS NOT = 0 OR FORNECEDORES-STATUS NOT = 0
               MOVE 'OCOMPRA/FORNECED' TO WRK-ARQ-AUSENTE
               PERFORM 9810-NAO-VERIFICADA
            ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO OC-NUMERO
               START OCOMPRA KEY IS NOT LESS THAN OC-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2410-LE-ORDEM UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2410-LE-ORDEM.
            READ OCOMPRA NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE OC-FORNECEDOR TO FOR-CODIGO
                  READ FORNECEDORES
                     INVALID KEY
                        MOVE 8 TO WRK-IX-VRF
                        MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                        MOVE OC-NUMERO TO WRK-ACH-CHAVE
                        STRING 'FORNECEDOR ' OC-FORNECEDOR
                               ' FORA DE FORNECED.DAT'
                               DELIMITED BY SIZE
                               INTO WRK-ACH-DETALHE
                        END-STRING
                        PERFORM 9800-GRAVA-ACHADO
                  END-READ
            END-READ.

       2500-FUNCIONARIOS.
            MOVE 9 TO WRK-IX-VRF.
            IF FUNCIONARIOS-STATUS NOT = 0
               MOVE 'FUNCIONARIOS.DAT' TO WRK-ARQ-AUSENTE
               PERFORM 9810-NAO-VERIFICADA
            ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO FUN-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2510-LE-FUNCIONARIO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2510-LE-FUNCIONARIO.
            READ FUNCIONARIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FUN-ATIVO AND FUN-CCUSTO = SPACES
                     MOVE SPACES TO WRK-ACH-CHAVE WRK-ACH-DETALHE
                     MOVE FUN-MATRICULA TO WRK-ACH-CHAVE
                     MOVE 'CENTRO DE CUSTO EM BRANCO'
                       TO WRK-ACH-DETALHE
                     PERFORM 9800-GRAVA-ACHADO
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Quadro final: achados por verificacao e por gravidade.
      *----------------------------------------------------------------
       2900-TOTAIS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- ACHADOS POR VERIFICACAO --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 2910-LINHA-TOTAL
               VARYING WRK-IX-VRF FROM 1 BY 1
               UNTIL WRK-IX-VRF > 9.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'GRAVIDADE ALTA: ' WRK-QT-ALTA
                   '  MEDIA: '        WRK-QT-MEDIA
                   '  BAIXA: '        WRK-QT-BAIXA
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

       2910-LINHA-TOTAL.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-VRF-GRAVE(WRK-IX-VRF) ' '
                   WRK-VRF-NOME(WRK-IX-VRF) ': '
                   WRK-VRF-QT(WRK-IX-VRF)
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Fone conhecido: no mestre ativo ou no historico de clientes
      * arquivados (o CLIHIST.DAT e opcional).
      *----------------------------------------------------------------
       9000-PROCURA-FONE.
            MOVE 'S' TO WRK-ACHOU-FONE.
            MOVE WRK-FONE-BUSCA TO CLIENTES-FONE.
            READ CLIENTES
               INVALID KEY
                  MOVE 'N' TO WRK-ACHOU-FONE
            END-READ.
            IF WRK-ACHOU-FONE = 'N' AND WRK-TEM-CLIHIST = 'S'
               MOVE WRK-FONE-BUSCA TO CLIHIST-FONE
               READ CLIHIST
                  NOT INVALID KEY
                     MOVE 'S' TO WRK-ACHOU-FONE
               END-READ
            END-IF.

       9800-GRAVA-ACHADO.
            ADD 1 TO WRK-VRF-QT(WRK-IX-VRF).
            EVALUATE WRK-VRF-GRAVE(WRK-IX-VRF)
               WHEN 'ALTA '
                  ADD 1 TO WRK-QT-ALTA
               WHEN 'MEDIA'
                  ADD 1 TO WRK-QT-MEDIA
               WHEN OTHER
                  ADD 1 TO WRK-QT-BAIXA
            END-EVALUATE.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING WRK-VRF-GRAVE(WRK-IX-VRF) ' '
                   WRK-VRF-NOME(WRK-IX-VRF) ' '
                   WRK-ACH-CHAVE ' '
                   WRK-ACH-DETALHE
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       9810-NAO-VERIFICADA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '----- ' WRK-VRF-NOME(WRK-IX-VRF)
                   ' NAO VERIFICADO - ' WRK-ARQ-AUSENTE
                   ' AUSENTE'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR INTEGRA.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               CLOSE CLIENTES CLIHIST PEDIDOS PEDITENS RECEBER FATURAS
                     ALUNOS TURMAS TRANSPS OCOMPRA FORNECEDORES
                     FUNCIONARIOS
               CLOSE INTEGRA-REL
               MOVE WRK-QT-ALTA  TO RES-INT-ALTA
               MOVE WRK-QT-MEDIA TO RES-INT-MEDIA
               MOVE WRK-QT-BAIXA TO RES-INT-BAIXA
               DISPLAY 'ACHADOS GRAVIDADE ALTA.: ' WRK-QT-ALTA
               DISPLAY 'ACHADOS GRAVIDADE MEDIA: ' WRK-QT-MEDIA
               DISPLAY 'ACHADOS GRAVIDADE BAIXA: ' WRK-QT-BAIXA
               DISPLAY 'RELATORIO GRAVADO EM INTEGRA.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==INTEGRA-REL-REG==.

      *END PROGRAM INTEGRA.
