       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENCAD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Cadastro dos beneficios de vale-transporte (VT) e
      *           vale-refeicao/alimentacao (VR/VA) por funcionario
      *           (BENEFIC.DAT), aposentando o valor digitado em
      *           EXC-BENEFICIOS do FOLHAEXC.TXT e as contas feitas
      *           fora do sistema. Modo I inclui ou altera o
      *           beneficio de uma matricula (quantidade por dia,
      *           valor unitario, inicio, fim e operadora); modo E
      *           encerra o beneficio numa data; modo L lista os
      *           beneficios da matricula. A FOLHA.cbl calcula o custo
      *           do mes pelos dias uteis, o desconto do funcionario e
      *           o custo da empresa; o BENPED.cbl gera o pedido aos
      *           fornecedores.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS
             ASSIGN TO 'BENEFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BENEFICIOS-STATUS
               RECORD KEY IS BEN-CHAVE.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
       DATA DIVISION.
       FILE SECTION.
       COPY 'BENEFIC.CPY'.

       COPY 'FUNCION.CPY'.

       WORKING-STORAGE SECTION.
       77 BENEFICIOS-STATUS   PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 WRK-MODO            PIC X(01) VALUE SPACE.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-EXISTE          PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA       PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO            PIC X(02) VALUE SPACES.
       77 WRK-QT-DIARIA       PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-UNIT      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-INICIO          PIC 9(08) VALUE ZEROS.
       77 WRK-FIM             PIC 9(08) VALUE ZEROS.
       77 WRK-FORNECEDOR      PIC X(20) VALUE SPACES.
       77 WRK-QT-LISTADOS     PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZZ9,99.
       77 WRK-DATA-TESTE      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK         PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               EVALUATE WRK-MODO
                  WHEN 'I'
                     PERFORM 5000-INCLUIR-BENEFICIO
                  WHEN 'E'
                     PERFORM 6000-ENCERRAR-BENEFICIO
                  WHEN OTHER
                     PERFORM 7000-LISTA-BENEFICIOS
               END-EVALUATE
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY '(I) INCLUIR/ALTERAR BENEFICIO,'.
            DISPLAY '(E) ENCERRAR BENEFICIO OU'.
            DISPLAY '(L) LISTAR BENEFICIOS DA MATRICULA ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'i' MOVE 'I' TO WRK-MODO
               WHEN 'e' MOVE 'E' TO WRK-MODO
               WHEN 'I' CONTINUE
               WHEN 'E' CONTINUE
               WHEN OTHER MOVE 'L' TO WRK-MODO
            END-EVALUATE.
            OPEN I-O BENEFICIOS
              IF BENEFICIOS-STATUS = 35 THEN
                  OPEN OUTPUT BENEFICIOS
                  CLOSE BENEFICIOS
                  OPEN I-O BENEFICIOS
               END-IF.
            OPEN INPUT FUNCIONARIOS.
            IF BENEFICIOS-STATUS NOT = 0
               OR FUNCIONARIOS-STATUS NOT = 0
               DISPLAY 'BENEFIC.DAT/FUNCIONARIOS.DAT INDISPONIVEIS'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.
            DISPLAY 'MATRICULA: '.
            ACCEPT WRK-MATRICULA.

      *----------------------------------------------------------------
      * Pede o tipo (VT, VR ou VA); fora disso o tipo volta em branco.
      *----------------------------------------------------------------
       1100-PEDE-TIPO.
            DISPLAY 'TIPO DO BENEFICIO (VT/VR/VA): '.
            ACCEPT WRK-TIPO.
            EVALUATE WRK-TIPO
               WHEN 'vt' MOVE 'VT' TO WRK-TIPO
               WHEN 'vr' MOVE 'VR' TO WRK-TIPO
               WHEN 'va' MOVE 'VA' TO WRK-TIPO
               WHEN 'VT' CONTINUE
               WHEN 'VR' CONTINUE
               WHEN 'VA' CONTINUE
               WHEN OTHER
                  DISPLAY 'TIPO INVALIDO'
                  MOVE SPACES TO WRK-TIPO
            END-EVALUATE.

       5000-INCLUIR-BENEFICIO.
            MOVE WRK-MATRICULA TO FUN-MATRICULA.
            READ FUNCIONARIOS
               INVALID KEY
                  DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
               NOT INVALID KEY
                  IF FUN-DESLIGADO
                     DISPLAY 'FUNCIONARIO DESLIGADO'
                  ELSE
                     PERFORM 1100-PEDE-TIPO
                     IF WRK-TIPO NOT = SPACES
                        PERFORM 5100-DADOS-BENEFICIO
                     END-IF
                  END-IF
            END-READ.

       5100-DADOS-BENEFICIO.
            MOVE WRK-MATRICULA TO BEN-MATRICULA.
            MOVE WRK-TIPO      TO BEN-TIPO.
            READ BENEFICIOS
               INVALID KEY
                  MOVE 'N' TO WRK-EXISTE
               NOT INVALID KEY
                  MOVE 'S' TO WRK-EXISTE
                  MOVE BEN-VALOR-UNIT TO WRK-VALOR-ED
                  DISPLAY 'ATUAL: ' BEN-QT-DIARIA ' X ' WRK-VALOR-ED
                          ' DE ' BEN-INICIO ' A ' BEN-FIM
                          ' ' BEN-FORNECEDOR
            END-READ.
            IF WRK-TIPO = 'VT'
               DISPLAY 'PASSAGENS POR DIA: '
            ELSE
               DISPLAY 'VALES POR DIA: '
            END-IF.
            ACCEPT WRK-QT-DIARIA.
            IF WRK-TIPO = 'VT'
               DISPLAY 'TARIFA DA PASSAGEM: '
            ELSE
               DISPLAY 'VALOR DO VALE: '
            END-IF.
            ACCEPT WRK-VALOR-UNIT.
            DISPLAY 'INICIO (AAAAMMDD): '.
            ACCEPT WRK-INICIO.
            DISPLAY 'FIM (AAAAMMDD, ZERO = SEM FIM): '.
            ACCEPT WRK-FIM.
            DISPLAY 'OPERADORA/FORNECEDOR: '.
            ACCEPT WRK-FORNECEDOR.
            MOVE WRK-INICIO TO WRK-DATA-TESTE.
            PERFORM 5150-VALIDA-DATA.
            IF WRK-DATA-OK = 'S' AND WRK-FIM NOT = ZEROS
               MOVE WRK-FIM TO WRK-DATA-TESTE
               PERFORM 5150-VALIDA-DATA
               IF WRK-DATA-OK = 'N'
                  DISPLAY 'DATA DE FIM INVALIDA'
               END-IF
            ELSE
               IF WRK-DATA-OK = 'N'
                  DISPLAY 'DATA DE INICIO INVALIDA'
               END-IF
            END-IF.
            EVALUATE TRUE
               WHEN WRK-DATA-OK = 'N'
                  CONTINUE
               WHEN WRK-QT-DIARIA = ZEROS
                  OR WRK-VALOR-UNIT = ZEROS
                  DISPLAY 'QUANTIDADE/VALOR ZERADOS'
               WHEN WRK-FIM NOT = ZEROS AND WRK-FIM < WRK-INICIO
                  DISPLAY 'FIM ANTERIOR AO INICIO'
               WHEN WRK-FORNECEDOR = SPACES
                  DISPLAY 'INFORME A OPERADORA'
               WHEN OTHER
                  PERFORM 5200-GRAVA-BENEFICIO
            END-EVALUATE.

       5150-VALIDA-DATA.
            IF WRK-DATA-TESTE(1:4) < '1900'
               OR WRK-DATA-TESTE(5:2) < '01'
               OR WRK-DATA-TESTE(5:2) > '12'
               OR WRK-DATA-TESTE(7:2) < '01'
               OR WRK-DATA-TESTE(7:2) > '31'
               MOVE 'N' TO WRK-DATA-OK
            ELSE
               MOVE 'S' TO WRK-DATA-OK
            END-IF.

       5200-GRAVA-BENEFICIO.
            MOVE WRK-MATRICULA  TO BEN-MATRICULA.
            MOVE WRK-TIPO       TO BEN-TIPO.
            MOVE WRK-QT-DIARIA  TO BEN-QT-DIARIA.
            MOVE WRK-VALOR-UNIT TO BEN-VALOR-UNIT.
            MOVE WRK-INICIO     TO BEN-INICIO.
            MOVE WRK-FIM        TO BEN-FIM.
            MOVE WRK-FORNECEDOR TO BEN-FORNECEDOR.
            IF WRK-EXISTE = 'S'
               REWRITE BEN-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO ALTERAR O BENEFICIO'
                  NOT INVALID KEY
                     DISPLAY 'BENEFICIO ' BEN-TIPO ' ALTERADO PARA '
                             FUN-NOME
               END-REWRITE
            ELSE
               WRITE BEN-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO INCLUIR O BENEFICIO'
                  NOT INVALID KEY
                     DISPLAY 'BENEFICIO ' BEN-TIPO ' INCLUIDO PARA '
                             FUN-NOME
               END-WRITE
            END-IF.

      *----------------------------------------------------------------
      * Encerramento: grava a data de fim (o registro fica para o
      * historico; a folha e o pedido ignoram o beneficio depois dela).
      *----------------------------------------------------------------
       6000-ENCERRAR-BENEFICIO.
            PERFORM 1100-PEDE-TIPO.
            IF WRK-TIPO NOT = SPACES
               MOVE WRK-MATRICULA TO BEN-MATRICULA
               MOVE WRK-TIPO      TO BEN-TIPO
               READ BENEFICIOS
                  INVALID KEY
                     DISPLAY 'BENEFICIO NAO CADASTRADO'
                  NOT INVALID KEY
                     DISPLAY 'DATA DE FIM (AAAAMMDD): '
                     ACCEPT WRK-FIM
                     MOVE WRK-FIM TO WRK-DATA-TESTE
                     PERFORM 5150-VALIDA-DATA
                     IF WRK-DATA-OK = 'N' OR WRK-FIM < BEN-INICIO
                        DISPLAY 'DATA DE FIM INVALIDA'
                     ELSE
                        MOVE WRK-FIM TO BEN-FIM
                        REWRITE BEN-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO ENCERRAR O BENEFICIO'
                           NOT INVALID KEY
                              DISPLAY 'BENEFICIO ENCERRADO EM '
                                      BEN-FIM
                        END-REWRITE
                     END-IF
               END-READ
            END-IF.

       7000-LISTA-BENEFICIOS.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-MATRICULA TO BEN-MATRICULA.
            MOVE LOW-VALUES TO BEN-TIPO.
            START BENEFICIOS KEY IS NOT LESS THAN BEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 7100-LISTA-BENEFICIO UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-QT-LISTADOS = ZEROS
               DISPLAY 'NENHUM BENEFICIO PARA A MATRICULA'
            END-IF.

       7100-LISTA-BENEFICIO.
            READ BENEFICIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF BEN-MATRICULA NOT = WRK-MATRICULA
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     ADD 1 TO WRK-QT-LISTADOS
                     MOVE BEN-VALOR-UNIT TO WRK-VALOR-ED
                     DISPLAY BEN-TIPO ' ' BEN-QT-DIARIA ' X '
                             WRK-VALOR-ED ' DE ' BEN-INICIO
                             ' A ' BEN-FIM ' ' BEN-FORNECEDOR
                  END-IF
            END-READ.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE BENEFICIOS
               CLOSE FUNCIONARIOS
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM BENCAD.
