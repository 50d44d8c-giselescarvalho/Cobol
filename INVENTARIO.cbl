      *           inventario) e documento INVENTARIO - o acerto
      *           deixa de se disfarcar de venda e o auditor separa
      *           quebra de movimento.
      * Modification History:
      *  15/10/2026 GC - contagem ciclica, para nao fechar o deposito
      *                  num sabado a cada inventario: o modo C gera a
      *                  folha cega do dia so com os produtos vencidos
      *                  para contagem - classe A (curva ABC do
      *                  ABCPROD.cbl) a cada CIC-DIAS-A dias (padrao
      *                  30), B a cada CIC-DIAS-B (90), C a cada
      *                  CIC-DIAS-C (365) e produto sem classe a cada
      *                  CIC-ROTACAO (365); produto nunca contado entra
      *                  no dia da sua faixa de codigo (codigo modulo
      *                  intervalo), para a primeira volta nao cair
      *                  toda num dia so. A folha contada volta pelo
      *                  modo A, mesmo ajuste auditado, que agora
      *                  carimba PRODUTO-DATA-CONTAGEM em todo produto
      *                  contado (com ou sem diferenca). O modo R
      *                  imprime em INVENTARIO.REL a cobertura da
      *                  contagem: produtos com contagem vencida ou
      *                  nunca contados, e o resumo por classe.
      *  15/10/2026 GC - lotes com validade: o ajuste acerta os lotes
      *                  do produto (LOTEMOV.cbl) para nao somarem
      *                  mais que o saldo contado, baixando pelo que
      *                  vence primeiro.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-QT-AJUSTADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-DIFERENCA        PIC S9(06)V99 VALUE ZEROS.
       77 WRK-DIF-ABS          PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DESDE       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC 9(07) VALUE ZEROS.
       77 WRK-FAIXA-PRODUTO    PIC 9(03) VALUE ZEROS.
       77 WRK-FAIXA-HOJE       PIC 9(03) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77 WRK-VENCIDO          PIC X(01) VALUE 'N'.
       77 WRK-QT-VENCIDOS      PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
      * Intervalos da contagem ciclica em dias, por classe ABC (a 4a
      * posicao e o produto sem classe); ajustaveis no cadastro
      * central de parametros.
      *----------------------------------------------------------------
       01 WRK-INTERVALOS.
            05 WRK-INT-A        PIC 9(03) VALUE 30.
            05 WRK-INT-B        PIC 9(03) VALUE 90.
            05 WRK-INT-C        PIC 9(03) VALUE 365.
            05 WRK-INT-SEM      PIC 9(03) VALUE 365.
       01 WRK-INTERVALOS-R REDEFINES WRK-INTERVALOS.
            05 WRK-INTERVALO    PIC 9(03) OCCURS 4 TIMES.
       01 WRK-NOMES-PARM.
            05 FILLER           PIC X(12) VALUE 'CIC-DIAS-A'.
            05 FILLER           PIC X(12) VALUE 'CIC-DIAS-B'.
            05 FILLER           PIC X(12) VALUE 'CIC-DIAS-C'.
            05 FILLER           PIC X(12) VALUE 'CIC-ROTACAO'.
       01 WRK-NOMES-PARM-R REDEFINES WRK-NOMES-PARM.
            05 WRK-NOME-PARM    PIC X(12) OCCURS 4 TIMES.
       01 WRK-ROTULOS-CLASSE    PIC X(04) VALUE 'ABC '.
       01 WRK-ROTULOS-R REDEFINES WRK-ROTULOS-CLASSE.
            05 WRK-ROTULO       PIC X(01) OCCURS 4 TIMES.
       77 WRK-IX-CLASSE        PIC 9(01) VALUE ZEROS.
       01 WRK-COBERTURA.
            05 WRK-COB-CLASSE OCCURS 4 TIMES.
                10 WRK-COB-TOTAL    PIC 9(05).
                10 WRK-COB-VENCIDOS PIC 9(05).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-LOTEMOV-PARM.
            05 WRK-LTM-OPERACAO     PIC X(01).
            05 WRK-LTM-PRODUTO      PIC 9(06).
            05 WRK-LTM-QTD          PIC 9(05)V99.
            05 WRK-LTM-LOTE         PIC X(10).
            05 WRK-LTM-VALIDADE     PIC 9(08).
            05 WRK-LTM-BAIXADO      PIC 9(05)V99.
            05 WRK-LTM-LOTE-BAIXADO PIC X(10).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               EVALUATE WRK-MODO
                  WHEN 'F'
                     PERFORM 2000-FOLHAS-CONTAGEM
                        UNTIL WRK-FIM-ARQ = 'S'
                     PERFORM 2900-ENCERRA-FOLHAS
                  WHEN 'C'
                     PERFORM 4000-FOLHA-CICLICA
                        UNTIL WRK-FIM-ARQ = 'S'
                     PERFORM 2900-ENCERRA-FOLHAS
                  WHEN 'R'
                     PERFORM 6000-COBERTURA
                        UNTIL WRK-FIM-ARQ = 'S'
                     PERFORM 6900-ENCERRA-COBERTURA
                  WHEN OTHER
                     PERFORM 5000-APURA-CONTAGEM
                        UNTIL WRK-FIM-ARQ = 'S'
                     PERFORM 5900-ENCERRA-APURACAO
               END-EVALUATE
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            DISPLAY '(F) FOLHAS DE CONTAGEM GERAL,'.
            DISPLAY '(C) FOLHA DA CONTAGEM CICLICA DO DIA,'.
            DISPLAY '(R) COBERTURA DA CONTAGEM OU'.
            DISPLAY '(A) APURAR CONTAGEM E AJUSTAR ?'.
            ACCEPT WRK-MODO.
            EVALUATE WRK-MODO
               WHEN 'f'
                  MOVE 'F' TO WRK-MODO
               WHEN 'c'
                  MOVE 'C' TO WRK-MODO
               WHEN 'r'
                  MOVE 'R' TO WRK-MODO
            END-EVALUATE.
            IF WRK-MODO NOT = 'F' AND WRK-MODO NOT = 'C'
               AND WRK-MODO NOT = 'R'
               MOVE 'A' TO WRK-MODO
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            IF WRK-MODO = 'C' OR WRK-MODO = 'R'
               PERFORM 1100-LE-INTERVALOS
                  VARYING WRK-IX-CLASSE FROM 1 BY 1
                  UNTIL WRK-IX-CLASSE > 4
            END-IF.
            IF WRK-MODO = 'F' OR WRK-MODO = 'C'
               OPEN INPUT PRODUTOS
               OPEN OUTPUT INVFOLHA-REL
               IF PRODUTOS-STATUS NOT = 0
               ELSE
      *           a folha de contagem e um formulario para prancheta,
      *           nao um relatorio paginado: linhas gravadas direto
                  IF WRK-MODO = 'C'
                     MOVE SPACES TO INVFOLHA-REL-REG
                     STRING '*** FOLHA DE CONTAGEM CICLICA - '
                            DELIMITED BY SIZE
                            WRK-DATA-HOJE DELIMITED BY SIZE
                            ' ***' DELIMITED BY SIZE
                            INTO INVFOLHA-REL-REG
                     END-STRING
                  ELSE
                     MOVE '*** FOLHA DE CONTAGEM DE INVENTARIO ***'
                       TO INVFOLHA-REL-REG
                  END-IF
                  WRITE INVFOLHA-REL-REG
                  MOVE SPACES TO INVFOLHA-REL-REG
                  WRITE INVFOLHA-REL-REG
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
               END-IF
            ELSE
            IF WRK-MODO = 'R'
               OPEN INPUT PRODUTOS
               OPEN OUTPUT INVENTARIO-REL
               IF PRODUTOS-STATUS NOT = 0
                  OR INVENTARIO-REL-STATUS NOT = 0
                  DISPLAY 'PRODUTOS.DAT/INVENTARIO.REL INDISPONIVEIS'
                  MOVE 'S' TO WRK-ERRO-ABERTURA
               ELSE
                  MOVE ZEROS TO WRK-COBERTURA
                  MOVE 'COBERTURA DA CONTAGEM CICLICA' TO RPT-TITULO
                  PERFORM 9980-CABECALHO-RPT
                  MOVE 'PRODUTOS COM CONTAGEM VENCIDA OU NUNCA CONTADOS'
                    TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  MOVE SPACES TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  MOVE LOW-VALUES TO PRODUTO-CHAVE
                  START PRODUTOS KEY IS NOT LESS THAN PRODUTO-CHAVE
                     INVALID KEY
                        MOVE 'S' TO WRK-FIM-ARQ
                  END-START
               END-IF
            ELSE
               OPEN I-O PRODUTOS
               OPEN INPUT INVCONT
                    TO RPT-TITULO
                  PERFORM 9980-CABECALHO-RPT
               END-IF
            END-IF
            END-IF.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 'S' TO WRK-FIM-ARQ
            END-IF.

      *----------------------------------------------------------------
      * Intervalo de cada classe no cadastro central; sem parametro
      * vale o padrao.
      *----------------------------------------------------------------
       1100-LE-INTERVALOS.
            MOVE WRK-NOME-PARM(WRK-IX-CLASSE) TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-INTERVALO(WRK-IX-CLASSE)
            END-IF.

      *----------------------------------------------------------------
      * Folha de contagem cega: produto e descricao, sem o saldo de
      * livro, com o espaco para anotar o contado.
                  WRITE INVFOLHA-REL-REG
            END-READ.

      *----------------------------------------------------------------
      * Folha ciclica: mesma folha cega, so com os produtos vencidos
      * para contagem hoje.
      *----------------------------------------------------------------
       4000-FOLHA-CICLICA.
            READ PRODUTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 4100-VERIFICA-VENCIMENTO
                  IF WRK-VENCIDO = 'S'
                     ADD 1 TO WRK-QT-PRODUTOS
                     MOVE SPACES TO INVFOLHA-REL-REG
                     STRING '  ' DELIMITED BY SIZE
                            PRODUTO-CODIGO DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            PRODUTO-DESCRICAO DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            WRK-ROTULO(WRK-IX-CLASSE) DELIMITED BY SIZE
                            '  CONTADO: _________' DELIMITED BY SIZE
                            INTO INVFOLHA-REL-REG
                     END-STRING
                     WRITE INVFOLHA-REL-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Produto ja contado vence quando passaram os dias do intervalo
      * da sua classe; nunca contado entra no dia da sua faixa (codigo
      * modulo intervalo = dia modulo intervalo), espalhando a
      * primeira volta pelo intervalo inteiro. WRK-DIAS-ATRASO e
      * quanto passou do vencimento (para a cobertura).
      *----------------------------------------------------------------
       4100-VERIFICA-VENCIMENTO.
            EVALUATE TRUE
               WHEN PROD-CLASSE-A
                  MOVE 1 TO WRK-IX-CLASSE
               WHEN PROD-CLASSE-B
                  MOVE 2 TO WRK-IX-CLASSE
               WHEN PROD-CLASSE-C
                  MOVE 3 TO WRK-IX-CLASSE
               WHEN OTHER
                  MOVE 4 TO WRK-IX-CLASSE
            END-EVALUATE.
            MOVE 'N' TO WRK-VENCIDO.
            MOVE ZEROS TO WRK-DIAS-ATRASO.
            IF PRODUTO-DATA-CONTAGEM NOT NUMERIC
               OR PRODUTO-DATA-CONTAGEM = ZEROS
               DIVIDE PRODUTO-CODIGO BY WRK-INTERVALO(WRK-IX-CLASSE)
                      GIVING WRK-QUOCIENTE
                      REMAINDER WRK-FAIXA-PRODUTO
               DIVIDE WRK-DIA-HOJE BY WRK-INTERVALO(WRK-IX-CLASSE)
                      GIVING WRK-QUOCIENTE
                      REMAINDER WRK-FAIXA-HOJE
               IF WRK-FAIXA-PRODUTO = WRK-FAIXA-HOJE
                  MOVE 'S' TO WRK-VENCIDO
               END-IF
            ELSE
               COMPUTE WRK-DIAS-DESDE = WRK-DIA-HOJE
                       - FUNCTION INTEGER-OF-DATE(PRODUTO-DATA-CONTAGEM)
               IF WRK-DIAS-DESDE NOT < WRK-INTERVALO(WRK-IX-CLASSE)
                  MOVE 'S' TO WRK-VENCIDO
                  COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-DESDE
                          - WRK-INTERVALO(WRK-IX-CLASSE)
               END-IF
            END-IF.

       2900-ENCERRA-FOLHAS.
            MOVE SPACES TO INVFOLHA-REL-REG.
            WRITE INVFOLHA-REL-REG.
            PERFORM 9990-GRAVA-LINHA-RPT.
            IF WRK-DIFERENCA NOT = ZEROS
               PERFORM 5200-AJUSTA-SALDO
            ELSE
               PERFORM 5300-CARIMBA-CONTAGEM
            END-IF.

       5200-AJUSTA-SALDO.
            MOVE WRK-DIFERENCA TO WRK-DIF-ABS.
            MOVE INV-CONTADO TO PRODUTO-ESTOQUE.
            MOVE WRK-DATA-HOJE TO PRODUTO-DATA-CONTAGEM.
            REWRITE PRODUTO-REG
               INVALID KEY
                  DISPLAY 'ERRO AO AJUSTAR: ' PRODUTO-CODIGO
                  MOVE PRODUTO-ESTOQUE TO MOV-SALDO
                  MOVE PRODUTO-UNIDADE TO MOV-UNIDADE
                  WRITE ESTMOV-REG
                  MOVE 'A'             TO WRK-LTM-OPERACAO
                  MOVE PRODUTO-CODIGO  TO WRK-LTM-PRODUTO
                  MOVE PRODUTO-ESTOQUE TO WRK-LTM-QTD
                  CALL 'LOTEMOV' USING WRK-LOTEMOV-PARM
                     ON EXCEPTION
                        CONTINUE
                  END-CALL
            END-REWRITE.

      *----------------------------------------------------------------
      * Contagem que bateu com o livro nao gera ajuste, mas conta como
      * contagem feita para a ciclica.
      *----------------------------------------------------------------
       5300-CARIMBA-CONTAGEM.
            MOVE WRK-DATA-HOJE TO PRODUTO-DATA-CONTAGEM.
            REWRITE PRODUTO-REG
               INVALID KEY
                  DISPLAY 'ERRO AO DATAR CONTAGEM: ' PRODUTO-CODIGO
            END-REWRITE.

       5900-ENCERRA-APURACAO.
            CLOSE INVENTARIO-REL.
            DISPLAY 'VARIACAO GRAVADA EM INVENTARIO.REL'.

      *----------------------------------------------------------------
      * Cobertura: lista o produto vencido (ou nunca contado) e soma
      * por classe para o resumo.
      *----------------------------------------------------------------
       6000-COBERTURA.
            READ PRODUTOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-PRODUTOS
                  PERFORM 4100-VERIFICA-VENCIMENTO
                  ADD 1 TO WRK-COB-TOTAL(WRK-IX-CLASSE)
                  IF WRK-VENCIDO = 'S'
                     OR PRODUTO-DATA-CONTAGEM NOT NUMERIC
                     OR PRODUTO-DATA-CONTAGEM = ZEROS
                     ADD 1 TO WRK-COB-VENCIDOS(WRK-IX-CLASSE)
                     ADD 1 TO WRK-QT-VENCIDOS
                     PERFORM 6100-LINHA-COBERTURA
                  END-IF
            END-READ.

       6100-LINHA-COBERTURA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF PRODUTO-DATA-CONTAGEM NOT NUMERIC
               OR PRODUTO-DATA-CONTAGEM = ZEROS
               STRING '  ' DELIMITED BY SIZE
                      PRODUTO-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PRODUTO-DESCRICAO DELIMITED BY SIZE
                      ' CLASSE ' DELIMITED BY SIZE
                      WRK-ROTULO(WRK-IX-CLASSE) DELIMITED BY SIZE
                      '  NUNCA CONTADO' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               STRING '  ' DELIMITED BY SIZE
                      PRODUTO-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PRODUTO-DESCRICAO DELIMITED BY SIZE
                      ' CLASSE ' DELIMITED BY SIZE
                      WRK-ROTULO(WRK-IX-CLASSE) DELIMITED BY SIZE
                      '  ULTIMA CONTAGEM ' DELIMITED BY SIZE
                      PRODUTO-DATA-CONTAGEM DELIMITED BY SIZE
                      '  VENCIDA HA ' DELIMITED BY SIZE
                      WRK-DIAS-ATRASO DELIMITED BY SIZE
                      ' DIA(S)' DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       6900-ENCERRA-COBERTURA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- RESUMO POR CLASSE --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 6910-LINHA-RESUMO
               VARYING WRK-IX-CLASSE FROM 1 BY 1
               UNTIL WRK-IX-CLASSE > 4.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'PRODUTOS: ' DELIMITED BY SIZE
                   WRK-QT-PRODUTOS DELIMITED BY SIZE
                   '  VENCIDOS/NUNCA CONTADOS: ' DELIMITED BY SIZE
                   WRK-QT-VENCIDOS DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE INVENTARIO-REL.
            DISPLAY 'COBERTURA GRAVADA EM INVENTARIO.REL'.

       6910-LINHA-RESUMO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF WRK-IX-CLASSE = 4
               MOVE 'SEM CLASSE' TO RPT-LINHA-IMPRESSA(1:10)
            ELSE
               MOVE 'CLASSE' TO RPT-LINHA-IMPRESSA(1:6)
               MOVE WRK-ROTULO(WRK-IX-CLASSE)
                 TO RPT-LINHA-IMPRESSA(8:1)
            END-IF.
            STRING 'A CADA ' DELIMITED BY SIZE
                   WRK-INTERVALO(WRK-IX-CLASSE) DELIMITED BY SIZE
                   ' DIAS  PRODUTOS ' DELIMITED BY SIZE
                   WRK-COB-TOTAL(WRK-IX-CLASSE) DELIMITED BY SIZE
                   '  EM DIA ' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA(12:40)
            END-STRING.
            COMPUTE WRK-QUOCIENTE = WRK-COB-TOTAL(WRK-IX-CLASSE)
                    - WRK-COB-VENCIDOS(WRK-IX-CLASSE).
            STRING WRK-QUOCIENTE DELIMITED BY SIZE
                   '  VENCIDOS ' DELIMITED BY SIZE
                   WRK-COB-VENCIDOS(WRK-IX-CLASSE) DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA(52:40)
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.

       3000-FINALIZAR.
            IF WRK-ERRO-ABERTURA = 'N'
               CLOSE PRODUTOS
