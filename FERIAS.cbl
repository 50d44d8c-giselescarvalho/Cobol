       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Controle de ferias por funcionario (FERIAS.DAT). A
      *           folha de ferias paga, mas ninguem controlava os
      *           periodos aquisitivo/concessivo - e um periodo
      *           vencido sem ninguem ver ja custou ferias em dobro.
      *           Antes de cada operacao os periodos da matricula sao
      *           atualizados a partir de FUN-ADMISSAO e das faltas
      *           do ponto (FERATUAL.cbl). Modo C consulta os
      *           periodos com direito, gozo, abono e saldo; modo G
      *           registra um gozo (inicio e dias) no periodo mais
      *           antigo com saldo; modo A registra o abono
      *           pecuniario (dias vendidos, ate 1/3 do direito).
      *           O gozo segue o fracionamento da CLT: ate tres
      *           periodos, nenhum com menos de 5 dias e um deles com
      *           pelo menos 14. Os periodos a vencer saem no
      *           relatorio mensal FERVENC.cbl.
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
       DATA DIVISION.
       FILE SECTION.
       COPY 'FERIAS.CPY'.

       COPY 'FUNCION.CPY'.

       WORKING-STORAGE SECTION.
       77 FERIAS-STATUS       PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 WRK-MODO            PIC X(01) VALUE SPACE.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS            PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO           PIC S9(03) VALUE ZEROS.
       77 WRK-RESTANTE        PIC S9(03) VALUE ZEROS.
       77 WRK-MAX-ABONO       PIC S9(03) VALUE ZEROS.
       77 WRK-TEM-14          PIC X(01) VALUE 'N'.
       77 WRK-IX-FRA          PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LISTADOS     PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-ED        PIC -ZZ9.
       COPY 'FERATUAL.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-FUNCIONARIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY '(C) CONSULTAR PERIODOS,'.
            DISPLAY '(G) REGISTRAR GOZO OU'.
            DISPLAY '(A) REGISTRAR ABONO (VENDA) ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'g'
                  MOVE 'G' TO WRK-MODO
               WHEN 'a'
                  MOVE 'A' TO WRK-MODO
               WHEN 'G'
               WHEN 'A'
                  CONTINUE
               WHEN OTHER
                  MOVE 'C' TO WRK-MODO
            END-EVALUATE.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT FUNCIONARIOS.
            IF FUNCIONARIOS-STATUS NOT = 0
               DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            END-IF.

      *----------------------------------------------------------------
      * Atualiza os periodos da matricula e so entao abre o
      * FERIAS.DAT para a operacao pedida.
      *----------------------------------------------------------------
       2000-FUNCIONARIO.
            DISPLAY 'MATRICULA: '.
            ACCEPT WRK-MATRICULA.
            MOVE WRK-MATRICULA TO FUN-MATRICULA.
            READ FUNCIONARIOS
               INVALID KEY
                  DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
               NOT INVALID KEY
                  IF FUN-DESLIGADO
                     DISPLAY 'FUNCIONARIO DESLIGADO'
                  ELSE
                     PERFORM 2100-ATUALIZA-PERIODOS
                  END-IF
            END-READ.

       2100-ATUALIZA-PERIODOS.
            MOVE FUN-MATRICULA TO FAT-MATRICULA.
            MOVE FUN-ADMISSAO  TO FAT-ADMISSAO.
            MOVE WRK-DATA-HOJE TO FAT-DATA-BASE.
            MOVE 'E' TO FAT-RESULTADO.
            CALL 'FERATUAL' USING FERATUAL-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF FAT-RESULTADO NOT = 'S'
               DISPLAY 'FERIAS.DAT INDISPONIVEL'
            ELSE
               OPEN I-O FERIAS
               IF FERIAS-STATUS NOT = 0
                  DISPLAY 'FERIAS.DAT INDISPONIVEL'
               ELSE
                  DISPLAY FUN-MATRICULA ' ' FUN-NOME
                          ' ADMISSAO ' FUN-ADMISSAO
                  EVALUATE WRK-MODO
                     WHEN 'G'
                        PERFORM 5000-REGISTRA-GOZO
                     WHEN 'A'
                        PERFORM 5500-REGISTRA-ABONO
                     WHEN OTHER
                        PERFORM 6000-CONSULTA
                  END-EVALUATE
                  CLOSE FERIAS
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Periodo mais antigo com saldo ja fora do aquisitivo (a
      * conceder ou vencido); fica posicionado para o REWRITE.
      *----------------------------------------------------------------
       4000-PERIODO-ABERTO.
            MOVE 'N' TO WRK-ACHOU.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-MATRICULA TO FER-MATRICULA.
            MOVE ZEROS TO FER-PERIODO.
            START FERIAS KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 4100-LE-PERIODO
               UNTIL WRK-FIM-ARQ = 'S' OR WRK-ACHOU = 'S'.
            IF WRK-ACHOU = 'N'
               DISPLAY 'NENHUM PERIODO COM FERIAS A CONCEDER'
            ELSE
               PERFORM 4200-MOSTRA-PERIODO
               IF FER-VENCIDO
                  DISPLAY '*** PERIODO VENCIDO EM ' FER-LIMITE
                          ' - FERIAS DEVIDAS EM DOBRO ***'
               END-IF
            END-IF.

       4100-LE-PERIODO.
            READ FERIAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FER-MATRICULA NOT = WRK-MATRICULA
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     IF FER-A-CONCEDER OR FER-VENCIDO
                        MOVE 'S' TO WRK-ACHOU
                     END-IF
                  END-IF
            END-READ.

       4200-MOSTRA-PERIODO.
            COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
                              - FER-DIAS-VENDIDOS.
            IF WRK-SALDO < ZEROS
               MOVE ZEROS TO WRK-SALDO
            END-IF.
            MOVE WRK-SALDO TO WRK-SALDO-ED.
            DISPLAY 'PERIODO ' FER-PERIODO ' AQUISITIVO '
                    FER-INICIO ' A ' FER-FIM ' LIMITE ' FER-LIMITE
                    ' SIT ' FER-SITUACAO.
            DISPLAY '   FALTAS ' FER-FALTAS ' DIREITO '
                    FER-DIAS-DIREITO ' GOZADOS ' FER-DIAS-GOZADOS
                    ' VENDIDOS ' FER-DIAS-VENDIDOS
                    ' SALDO ' WRK-SALDO-ED.

      *----------------------------------------------------------------
      * Gozo: minimo de 5 dias, ate tres fracoes, sobra zero ou de
      * pelo menos 5 dias, e sem fracao de 14 dias ainda o que sobrar
      * tem de comportar uma.
      *----------------------------------------------------------------
       5000-REGISTRA-GOZO.
            PERFORM 4000-PERIODO-ABERTO.
            IF WRK-ACHOU = 'S'
               DISPLAY 'INICIO DO GOZO (AAAAMMDD): '
               ACCEPT WRK-DATA-INICIO
               DISPLAY 'DIAS DE GOZO: '
               ACCEPT WRK-DIAS
               MOVE 'N' TO WRK-TEM-14
               PERFORM 5010-PROCURA-14
                  VARYING WRK-IX-FRA FROM 1 BY 1
                  UNTIL WRK-IX-FRA > FER-QT-FRACOES
               COMPUTE WRK-RESTANTE = WRK-SALDO - WRK-DIAS
               EVALUATE TRUE
                  WHEN WRK-DATA-INICIO NOT GREATER THAN FER-FIM
                     DISPLAY 'GOZO ANTES DO FIM DO AQUISITIVO'
                  WHEN WRK-DIAS < 5
                     DISPLAY 'FRACAO MINIMA DE 5 DIAS'
                  WHEN WRK-RESTANTE < ZEROS
                     DISPLAY 'DIAS ACIMA DO SALDO'
                  WHEN FER-QT-FRACOES NOT LESS THAN 3
                     DISPLAY 'PERIODO JA TEM TRES FRACOES'
                  WHEN WRK-RESTANTE > ZEROS AND WRK-RESTANTE < 5
                     DISPLAY 'SOBRARIAM MENOS DE 5 DIAS NO PERIODO'
                  WHEN WRK-TEM-14 = 'N' AND WRK-DIAS < 14
                       AND WRK-RESTANTE < 14
                     DISPLAY 'UMA DAS FRACOES PRECISA TER 14 DIAS'
                  WHEN OTHER
                     PERFORM 5100-GRAVA-GOZO
               END-EVALUATE
            END-IF.

       5010-PROCURA-14.
            IF FER-FRA-DIAS(WRK-IX-FRA) NOT LESS THAN 14
               MOVE 'S' TO WRK-TEM-14
            END-IF.

       5100-GRAVA-GOZO.
            ADD 1 TO FER-QT-FRACOES.
            MOVE FER-QT-FRACOES TO WRK-IX-FRA.
            MOVE WRK-DATA-INICIO TO FER-FRA-INICIO(WRK-IX-FRA).
            MOVE WRK-DIAS TO FER-FRA-DIAS(WRK-IX-FRA).
            ADD WRK-DIAS TO FER-DIAS-GOZADOS.
            PERFORM 5900-REGRAVA-PERIODO.

      *----------------------------------------------------------------
      * Abono pecuniario: ate 1/3 dos dias de direito do periodo.
      *----------------------------------------------------------------
       5500-REGISTRA-ABONO.
            PERFORM 4000-PERIODO-ABERTO.
            IF WRK-ACHOU = 'S'
               COMPUTE WRK-MAX-ABONO =
                       FER-DIAS-DIREITO / 3 - FER-DIAS-VENDIDOS
               IF WRK-MAX-ABONO < ZEROS
                  MOVE ZEROS TO WRK-MAX-ABONO
               END-IF
               MOVE WRK-MAX-ABONO TO WRK-SALDO-ED
               DISPLAY 'DIAS A VENDER (MAXIMO ' WRK-SALDO-ED '): '
               ACCEPT WRK-DIAS
               EVALUATE TRUE
                  WHEN WRK-DIAS = ZEROS
                     DISPLAY 'NADA A REGISTRAR'
                  WHEN WRK-DIAS > WRK-MAX-ABONO
                     DISPLAY 'ABONO ACIMA DE 1/3 DO DIREITO'
                  WHEN WRK-DIAS > WRK-SALDO
                     DISPLAY 'DIAS ACIMA DO SALDO'
                  WHEN OTHER
                     ADD WRK-DIAS TO FER-DIAS-VENDIDOS
                     PERFORM 5900-REGRAVA-PERIODO
               END-EVALUATE
            END-IF.

       5900-REGRAVA-PERIODO.
            COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
                              - FER-DIAS-VENDIDOS.
            IF WRK-SALDO NOT GREATER THAN ZEROS
               MOVE 'Q' TO FER-SITUACAO
            END-IF.
            MOVE WRK-DATA-HOJE TO FER-DATA-ATUAL.
            REWRITE FER-REG
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O PERIODO ' FER-PERIODO
               NOT INVALID KEY
                  DISPLAY 'REGISTRADO NO PERIODO ' FER-PERIODO
                  PERFORM 4200-MOSTRA-PERIODO
            END-REWRITE.

       6000-CONSULTA.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE WRK-MATRICULA TO FER-MATRICULA.
            MOVE ZEROS TO FER-PERIODO.
            START FERIAS KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 6100-LISTA-PERIODO UNTIL WRK-FIM-ARQ = 'S'.
            IF WRK-QT-LISTADOS = ZEROS
               DISPLAY 'NENHUM PERIODO PARA A MATRICULA'
            END-IF.

       6100-LISTA-PERIODO.
            READ FERIAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FER-MATRICULA NOT = WRK-MATRICULA
                     MOVE 'S' TO WRK-FIM-ARQ
                  ELSE
                     ADD 1 TO WRK-QT-LISTADOS
                     PERFORM 4200-MOSTRA-PERIODO
                     PERFORM 6110-LISTA-FRACAO
                        VARYING WRK-IX-FRA FROM 1 BY 1
                        UNTIL WRK-IX-FRA > FER-QT-FRACOES
                  END-IF
            END-READ.

       6110-LISTA-FRACAO.
            DISPLAY '   GOZO ' WRK-IX-FRA ': '
                    FER-FRA-INICIO(WRK-IX-FRA) ' '
                    FER-FRA-DIAS(WRK-IX-FRA) ' DIA(S)'.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE FUNCIONARIOS
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

      *END PROGRAM FERIAS.
