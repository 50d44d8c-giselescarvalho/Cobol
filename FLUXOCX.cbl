       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Projecao do fluxo de caixa dos proximos 60 dias a
      *           partir da data de movimento, em lote. O operador
      *           digita o saldo de abertura (caixa + banco) e o
      *           programa junta, dia a dia:
      *           ENTRADAS - titulos abertos do RECEBER.DAT pelo
      *           REC-VENCIMENTO (saldo valor + encargos - pago) e os
      *           depositos esperados do cartao: dias do historico de
      *           fechamentos (FECHHIST.TXT) com venda de cartao que a
      *           operadora ainda nao liquidou (ACQUIR.TXT), liquidos
      *           pela taxa media ja cobrada (a mesma conta do
      *           CARTCONC.cbl) e caindo no prazo PRAZO-CARTAO do
      *           cadastro de parametros (padrao 30 dias);
      *           SAIDAS - titulos abertos do PAGAR.DAT pelo
      *           vencimento (os ja vencidos caem no primeiro dia), a
      *           proxima folha liquida (ultimo liquido mensal do
      *           FOLHAHIST.DAT de cada funcionario ativo do
      *           FUNCIONARIOS.DAT, ou o salario de cadastro para
      *           quem ainda nao tem folha) no quinto dia util de
      *           cada mes, e o custo estimado das transportadoras
      *           nos pedidos em aberto (valor x taxa de custo da
      *           TRANSPTAB.DAT, a conta do FRETEMARG.cbl) na data
      *           prevista de entrega.
      *           Imprime em FLUXOCX.REL (padrao REPCTL.COB/
      *           REPCAB.CPY) a visao diaria com o saldo acumulado
      *           (dia negativo destacado) e o resumo semanal.
      *           Recebiveis ja vencidos aparecem a parte, fora do
      *           saldo: cobranca incerta nao entra como caixa. Fonte
      *           ausente nao derruba o lote - sai avisada no
      *           relatorio e a projecao segue sem ela.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER
             ASSIGN TO 'RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-NUMERO.
           SELECT PAGAR
             ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY IS PAG-NUMERO.
           SELECT FUNCIONARIOS
             ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNCIONARIOS-STATUS
               RECORD KEY IS FUN-MATRICULA.
           SELECT FOLHAHIST
             ASSIGN TO 'FOLHAHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FOLHAHIST-STATUS
               RECORD KEY IS FHIST-CHAVE.
           SELECT PEDIDOS
             ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDOS-STATUS
               RECORD KEY IS PEDIDOS-CHAVE.
           SELECT TRANSPTAB
             ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPTAB-STATUS
               RECORD KEY IS TRF-CHAVE.
      * Liquidacoes da operadora e historico de fechamentos, para os
      * depositos de cartao ainda por vir.
           SELECT ACQUIR
             ASSIGN TO 'ACQUIR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACQUIR-STATUS.
           SELECT FECHHIST
             ASSIGN TO 'FECHHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHHIST-STATUS.
           SELECT FLUXOCX-REL
             ASSIGN TO 'FLUXOCX.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLUXOCX-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'RECEBER.CPY'.

       COPY 'PAGAR.CPY'.

       COPY 'FUNCION.CPY'.

       COPY 'FOLHAHIST.CPY'.

       COPY 'PEDIDOS.CPY'.

       FD TRANSPTAB.
       01 TRF-REG.
            05 TRF-CHAVE.
                10 TRF-TRANSP PIC X(03).
                10 TRF-UF     PIC X(02).
            05 TRF-TAXA       PIC 9V999.
            05 TRF-PRAZO      PIC 9(02).
            05 TRF-CUSTO-TAXA PIC 9V999.

       FD ACQUIR.
       01 ACQUIR-REG.
            05 ACQ-DATA-MOV  PIC 9(08).
            05 ACQ-BRUTO     PIC 9(06)V99.
            05 ACQ-TAXA      PIC 9(06)V99.
            05 ACQ-LIQUIDO   PIC 9(06)V99.

       FD FECHHIST.
       01 FH-REG.
            05 FH-DATA-MOV      PIC 9(08).
            05 FH-QT-LIDOS      PIC 9(07).
            05 FH-QT-REJEITADAS PIC 9(05).
            05 FH-ACUM          PIC 9(06)V99.
            05 FH-DINHEIRO      PIC 9(06)V99.
            05 FH-CARTAO        PIC 9(06)V99.
            05 FH-PIX           PIC 9(06)V99.

       FD FLUXOCX-REL.
       01 FLUXOCX-REL-REG     PIC X(132).

       WORKING-STORAGE SECTION.
       77 RECEBER-STATUS      PIC 9(02).
       77 PAGAR-STATUS        PIC 9(02).
       77 FUNCIONARIOS-STATUS PIC 9(02).
       77 FOLHAHIST-STATUS    PIC 9(02).
       77 PEDIDOS-STATUS      PIC 9(02).
       77 TRANSPTAB-STATUS    PIC 9(02).
       77 ACQUIR-STATUS       PIC 9(02).
       77 FECHHIST-STATUS     PIC 9(02).
       77 FLUXOCX-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST        PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-SALDO-INICIAL   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO           PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ED        PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-BASE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-POSICAO         PIC S9(07) VALUE ZEROS.
       77 WRK-PRAZO-CARTAO    PIC 9(03) VALUE 30.
       77 WRK-TOT-BRUTO-ACQ   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA-ACQ    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TAXA-MEDIA      PIC 9V9(04) VALUE ZEROS.
       77 WRK-REC-VENCIDO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-REC-VENCIDO  PIC 9(05) VALUE ZEROS.
       77 WRK-FOLHA-LIQUIDA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-FUN     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ANOMES-FUN      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-ANO-PAGTO       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PAGTO       PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-AUX        PIC 9(08) VALUE ZEROS.
       77 WRK-QT-MESES        PIC 9(01) VALUE ZEROS.
       77 WRK-IX-VARRE        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-QT-NEGATIVOS    PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Lancamento generico na grade de dias: data, valor e coluna
      * (1 receber, 2 cartao, 3 pagar, 4 folha, 5 transportadoras).
      *----------------------------------------------------------------
       01 WRK-LANCAMENTO.
            05 WRK-LANC-DATA   PIC 9(08).
            05 WRK-LANC-VALOR  PIC 9(11)V99.
            05 WRK-LANC-COLUNA PIC 9(01).
      *----------------------------------------------------------------
      * Grade da projecao: 60 dias a partir da data de movimento e
      * o resumo em semanas de 7 dias.
      *----------------------------------------------------------------
       01 WRK-DIAS-TAB.
            05 WRK-DIA-ITEM OCCURS 60 TIMES INDEXED BY WRK-IX-D.
                10 WRK-DIA-DATA   PIC 9(08).
                10 WRK-DIA-VALOR  OCCURS 5 TIMES PIC 9(11)V99.
       01 WRK-SEMANAS-TAB.
            05 WRK-SEM-ITEM OCCURS 9 TIMES INDEXED BY WRK-IX-S.
                10 WRK-SEM-DATA-INI PIC 9(08).
                10 WRK-SEM-DATA-FIM PIC 9(08).
                10 WRK-SEM-VALOR  OCCURS 5 TIMES PIC 9(11)V99.
       01 WRK-TOTAIS-TAB.
            05 WRK-TOT-VALOR  OCCURS 5 TIMES PIC 9(13)V99.
       77 WRK-IX-COL          PIC 9(01) VALUE ZEROS.
       77 WRK-ENTRADAS        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SAIDAS          PIC 9(13)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Dias do historico com o total de cartao (vale o ultimo
      * registro do dia) e a marca de liquidado - como no CARTCONC.
      *----------------------------------------------------------------
       01 WRK-CARTAO-TAB.
            05 WRK-CAR-ITEM OCCURS 400 TIMES INDEXED BY WRK-IX-C.
                10 WRK-CAR-DATA      PIC 9(08).
                10 WRK-CAR-VALOR     PIC 9(06)V99.
                10 WRK-CAR-LIQUIDADO PIC X(01).
       77 WRK-QT-CAR          PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------
      * Situacao das fontes (S = lida, N = indisponivel).
      *----------------------------------------------------------------
       01 WRK-FONTES.
            05 WRK-TEM-RECEBER PIC X(01) VALUE 'N'.
            05 WRK-TEM-PAGAR   PIC X(01) VALUE 'N'.
            05 WRK-TEM-FOLHA   PIC X(01) VALUE 'N'.
            05 WRK-TEM-HIST    PIC X(01) VALUE 'N'.
            05 WRK-TEM-PEDIDOS PIC X(01) VALUE 'N'.
            05 WRK-TEM-TRANSP  PIC X(01) VALUE 'N'.
            05 WRK-TEM-CARTAO  PIC X(01) VALUE 'N'.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       01 WRK-DIAUTIL-PARM.
            05 WRK-DU-DATA-BASE   PIC 9(08).
            05 WRK-DU-QTD-DIAS    PIC S9(03).
            05 WRK-DU-DATA-RESULT PIC 9(08).
            05 WRK-DU-EH-FERIADO  PIC X(01).
            05 WRK-DU-MES-FISCAL  PIC 9(02).
            05 WRK-DU-TRIM-FISCAL PIC 9(01).
            05 WRK-DU-DATA-ATE    PIC 9(08) VALUE ZEROS.
            05 WRK-DU-DIAS-ENTRE  PIC S9(05) VALUE ZEROS.
            05 WRK-DU-UF          PIC X(02) VALUE SPACES.
            05 WRK-DU-CIDADE      PIC X(30) VALUE SPACES.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-PROJETA-RECEBER
               PERFORM 2200-PROJETA-CARTAO
               PERFORM 2400-PROJETA-PAGAR
               PERFORM 2600-PROJETA-FOLHA
               PERFORM 2800-PROJETA-TRANSPORTE
               PERFORM 4000-IMPRIME-DIARIO
               PERFORM 4500-IMPRIME-SEMANAL
               PERFORM 4900-ENCERRA-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-BASE
            END-IF.
            DISPLAY 'SALDO DE ABERTURA (CAIXA + BANCO) ?'.
            ACCEPT WRK-SALDO-INICIAL.
            MOVE 'PRAZO-CARTAO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-PRAZO-CARTAO
            END-IF.
            COMPUTE WRK-JULIANO-BASE =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE).
            COMPUTE WRK-DATA-FIM =
                    FUNCTION DATE-OF-INTEGER(WRK-JULIANO-BASE + 59).
            MOVE ZEROS TO WRK-DIAS-TAB WRK-SEMANAS-TAB WRK-TOTAIS-TAB.
            PERFORM 1100-MONTA-GRADE
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > 60.
            OPEN OUTPUT FLUXOCX-REL.
            IF FLUXOCX-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'PROJECAO DO FLUXO DE CAIXA - 60 DIAS'
                 TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               PERFORM 1200-ABRE-FONTES
            END-IF.

       1100-MONTA-GRADE.
            SET WRK-IX-D TO WRK-IX-VARRE.
            COMPUTE WRK-DIA-DATA(WRK-IX-D) =
                    FUNCTION DATE-OF-INTEGER(
                    WRK-JULIANO-BASE + WRK-IX-VARRE - 1).
            COMPUTE WRK-POSICAO = (WRK-IX-VARRE - 1) / 7 + 1.
            SET WRK-IX-S TO WRK-POSICAO.
            IF WRK-SEM-DATA-INI(WRK-IX-S) = ZEROS
               MOVE WRK-DIA-DATA(WRK-IX-D)
                 TO WRK-SEM-DATA-INI(WRK-IX-S)
            END-IF.
            MOVE WRK-DIA-DATA(WRK-IX-D) TO WRK-SEM-DATA-FIM(WRK-IX-S).

      *----------------------------------------------------------------
      * Cada fonte e opcional: a que nao abre sai avisada no
      * relatorio e a projecao segue com as demais.
      *----------------------------------------------------------------
       1200-ABRE-FONTES.
            OPEN INPUT RECEBER.
            IF RECEBER-STATUS = 0
               MOVE 'S' TO WRK-TEM-RECEBER
            ELSE
               MOVE 'AVISO: RECEBER.DAT INDISPONIVEL - SEM RECEBIVEIS'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT PAGAR.
            IF PAGAR-STATUS = 0
               MOVE 'S' TO WRK-TEM-PAGAR
            ELSE
               MOVE 'AVISO: PAGAR.DAT INDISPONIVEL - SEM FORNECEDORES'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT FUNCIONARIOS.
            IF FUNCIONARIOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-FOLHA
               OPEN INPUT FOLHAHIST
               IF FOLHAHIST-STATUS = 0
                  MOVE 'S' TO WRK-TEM-HIST
               END-IF
            ELSE
               MOVE 'AVISO: FUNCIONARIOS.DAT INDISPONIVEL - SEM FOLHA'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PEDIDOS
               OPEN INPUT TRANSPTAB
               IF TRANSPTAB-STATUS = 0
                  MOVE 'S' TO WRK-TEM-TRANSP
               END-IF
            END-IF.
            IF WRK-TEM-TRANSP = 'N'
               MOVE 'AVISO: PEDIDOS/TRANSPTAB INDISPONIVEIS - SEM '
                 TO RPT-LINHA-IMPRESSA
               MOVE 'TRANSPORTADORAS' TO RPT-LINHA-IMPRESSA(46:15)
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT FECHHIST.
            IF FECHHIST-STATUS = 0
               MOVE 'S' TO WRK-TEM-CARTAO
            ELSE
               MOVE 'AVISO: FECHHIST.TXT INDISPONIVEL - SEM CARTAO'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Lanca WRK-LANCAMENTO na grade. Fora do horizonte nao entra;
      * antes do primeiro dia (vencido) cai no primeiro dia, menos o
      * recebivel vencido, que fica a parte.
      *----------------------------------------------------------------
       1900-LANCA-NA-GRADE.
            IF WRK-LANC-DATA < 19000101
               MOVE WRK-DATA-BASE TO WRK-LANC-DATA
            END-IF.
            COMPUTE WRK-POSICAO =
                    FUNCTION INTEGER-OF-DATE(WRK-LANC-DATA)
                    - WRK-JULIANO-BASE + 1.
            IF WRK-POSICAO < 1
               IF WRK-LANC-COLUNA = 1
                  ADD WRK-LANC-VALOR TO WRK-REC-VENCIDO
                  ADD 1 TO WRK-QT-REC-VENCIDO
                  MOVE ZEROS TO WRK-POSICAO
               ELSE
                  MOVE 1 TO WRK-POSICAO
               END-IF
            END-IF.
            IF WRK-POSICAO > 0 AND WRK-POSICAO NOT > 60
               SET WRK-IX-D TO WRK-POSICAO
               MOVE WRK-LANC-COLUNA TO WRK-IX-COL
               ADD WRK-LANC-VALOR
                 TO WRK-DIA-VALOR(WRK-IX-D, WRK-IX-COL)
            END-IF.

      *----------------------------------------------------------------
      * Entradas: titulos abertos do contas a receber.
      *----------------------------------------------------------------
       2000-PROJETA-RECEBER.
            IF WRK-TEM-RECEBER = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO REC-NUMERO
               START RECEBER KEY IS NOT LESS THAN REC-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2010-LE-RECEBER UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2010-LE-RECEBER.
            READ RECEBER NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF REC-ABERTO
                     AND REC-VALOR + REC-ENCARGOS > REC-PAGO
                     MOVE REC-VENCIMENTO TO WRK-LANC-DATA
                     COMPUTE WRK-LANC-VALOR =
                             REC-VALOR + REC-ENCARGOS - REC-PAGO
                     MOVE 1 TO WRK-LANC-COLUNA
                     PERFORM 1900-LANCA-NA-GRADE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Entradas: depositos de cartao ainda nao liquidados, liquidos
      * pela taxa media que a operadora vem cobrando.
      *----------------------------------------------------------------
       2200-PROJETA-CARTAO.
            IF WRK-TEM-CARTAO = 'S'
               MOVE 'N' TO WRK-FIM-HIST
               PERFORM 2210-LE-HISTORICO UNTIL WRK-FIM-HIST = 'S'
               OPEN INPUT ACQUIR
               IF ACQUIR-STATUS = 0
                  MOVE 'N' TO WRK-FIM-HIST
                  PERFORM 2230-LE-LIQUIDACAO UNTIL WRK-FIM-HIST = 'S'
                  CLOSE ACQUIR
               END-IF
               IF WRK-TOT-BRUTO-ACQ > ZEROS
                  COMPUTE WRK-TAXA-MEDIA ROUNDED =
                          WRK-TOT-TAXA-ACQ / WRK-TOT-BRUTO-ACQ
               END-IF
               PERFORM 2250-LANCA-CARTAO
                  VARYING WRK-IX-VARRE FROM 1 BY 1
                  UNTIL WRK-IX-VARRE > WRK-QT-CAR
            END-IF.

       2210-LE-HISTORICO.
            READ FECHHIST
               AT END
                  MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                  PERFORM 2220-GUARDA-DIA-CARTAO
            END-READ.

       2220-GUARDA-DIA-CARTAO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 2225-PROCURA-DIA-HIST
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-CAR
                  OR WRK-ACHOU = 'S'.
            IF WRK-ACHOU = 'N'
               IF WRK-QT-CAR < 400
                  ADD 1 TO WRK-QT-CAR
                  SET WRK-IX-C TO WRK-QT-CAR
                  MOVE FH-DATA-MOV TO WRK-CAR-DATA(WRK-IX-C)
                  MOVE 'N' TO WRK-CAR-LIQUIDADO(WRK-IX-C)
                  MOVE 'S' TO WRK-ACHOU
               ELSE
                  DISPLAY 'AVISO: MAIS DE 400 DIAS NO HISTORICO - '
                          'EXCEDENTE IGNORADO'
               END-IF
            END-IF.
      *     vale o ultimo registro do dia (fechamento reexecutado)
            IF WRK-ACHOU = 'S'
               MOVE FH-CARTAO TO WRK-CAR-VALOR(WRK-IX-C)
            END-IF.

       2225-PROCURA-DIA-HIST.
            SET WRK-IX-C TO WRK-IX-VARRE.
            IF WRK-CAR-DATA(WRK-IX-C) = FH-DATA-MOV
               MOVE 'S' TO WRK-ACHOU
            END-IF.

       2230-LE-LIQUIDACAO.
            READ ACQUIR
               AT END
                  MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                  ADD ACQ-BRUTO TO WRK-TOT-BRUTO-ACQ
                  ADD ACQ-TAXA  TO WRK-TOT-TAXA-ACQ
                  MOVE 'N' TO WRK-ACHOU
                  PERFORM 2235-PROCURA-DIA-ACQ
                     VARYING WRK-IX-VARRE FROM 1 BY 1
                     UNTIL WRK-IX-VARRE > WRK-QT-CAR
                        OR WRK-ACHOU = 'S'
                  IF WRK-ACHOU = 'S'
                     MOVE 'S' TO WRK-CAR-LIQUIDADO(WRK-IX-C)
                  END-IF
            END-READ.

       2235-PROCURA-DIA-ACQ.
            SET WRK-IX-C TO WRK-IX-VARRE.
            IF WRK-CAR-DATA(WRK-IX-C) = ACQ-DATA-MOV
               MOVE 'S' TO WRK-ACHOU
            END-IF.

       2250-LANCA-CARTAO.
            SET WRK-IX-C TO WRK-IX-VARRE.
            IF WRK-CAR-LIQUIDADO(WRK-IX-C) = 'N'
               AND WRK-CAR-VALOR(WRK-IX-C) > ZEROS
               AND WRK-CAR-DATA(WRK-IX-C) NOT < 19000101
               COMPUTE WRK-LANC-DATA =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-CAR-DATA(WRK-IX-C))
                       + WRK-PRAZO-CARTAO)
               COMPUTE WRK-LANC-VALOR ROUNDED =
                       WRK-CAR-VALOR(WRK-IX-C) * (1 - WRK-TAXA-MEDIA)
               MOVE 2 TO WRK-LANC-COLUNA
               PERFORM 1900-LANCA-NA-GRADE
            END-IF.

      *----------------------------------------------------------------
      * Saidas: titulos abertos do contas a pagar.
      *----------------------------------------------------------------
       2400-PROJETA-PAGAR.
            IF WRK-TEM-PAGAR = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PAG-NUMERO
               START PAGAR KEY IS NOT LESS THAN PAG-NUMERO
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2410-LE-PAGAR UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2410-LE-PAGAR.
            READ PAGAR NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PAG-ABERTO AND PAG-VALOR > PAG-PAGO
                     MOVE PAG-VENCIMENTO TO WRK-LANC-DATA
                     COMPUTE WRK-LANC-VALOR = PAG-VALOR - PAG-PAGO
                     MOVE 3 TO WRK-LANC-COLUNA
                     PERFORM 1900-LANCA-NA-GRADE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Saidas: proxima folha liquida, repetida no quinto dia util
      * de cada mes que cai dentro do horizonte.
      *----------------------------------------------------------------
       2600-PROJETA-FOLHA.
            IF WRK-TEM-FOLHA = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE ZEROS TO FUN-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2610-LE-FUNCIONARIO UNTIL WRK-FIM-ARQ = 'S'
               IF WRK-FOLHA-LIQUIDA > ZEROS
                  MOVE WRK-DATA-BASE(1:4) TO WRK-ANO-PAGTO
                  MOVE WRK-DATA-BASE(5:2) TO WRK-MES-PAGTO
                  PERFORM 2650-LANCA-PAGAMENTO-FOLHA
                     VARYING WRK-QT-MESES FROM 1 BY 1
                     UNTIL WRK-QT-MESES > 3
               END-IF
            END-IF.

       2610-LE-FUNCIONARIO.
            READ FUNCIONARIOS NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FUN-ATIVO
                     ADD 1 TO WRK-QT-FUNCIONARIOS
                     MOVE FUN-SALARIO TO WRK-LIQUIDO-FUN
                     IF WRK-TEM-HIST = 'S'
                        PERFORM 2620-ULTIMO-LIQUIDO
                     END-IF
                     ADD WRK-LIQUIDO-FUN TO WRK-FOLHA-LIQUIDA
                  END-IF
            END-READ.

       2620-ULTIMO-LIQUIDO.
            MOVE ZEROS TO WRK-ANOMES-FUN.
            MOVE FUN-MATRICULA TO FHIST-MATRICULA.
            MOVE ZEROS TO FHIST-ANOMES.
            MOVE SPACES TO FHIST-TIPO.
            MOVE 'N' TO WRK-FIM-HIST.
            START FOLHAHIST KEY IS NOT LESS THAN FHIST-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-HIST
            END-START.
            PERFORM 2630-LE-HISTORICO-FUN UNTIL WRK-FIM-HIST = 'S'.

       2630-LE-HISTORICO-FUN.
            READ FOLHAHIST NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                  IF FHIST-MATRICULA NOT = FUN-MATRICULA
                     MOVE 'S' TO WRK-FIM-HIST
                  ELSE
                     IF FHIST-TIPO = 'M'
                        AND FHIST-ANOMES NOT < WRK-ANOMES-FUN
                        MOVE FHIST-ANOMES  TO WRK-ANOMES-FUN
                        MOVE FHIST-LIQUIDO TO WRK-LIQUIDO-FUN
                     END-IF
                  END-IF
            END-READ.

       2650-LANCA-PAGAMENTO-FOLHA.
      *     ultimo dia do mes anterior + 5 dias uteis
            MOVE WRK-ANO-PAGTO TO WRK-DATA-AUX(1:4).
            MOVE WRK-MES-PAGTO TO WRK-DATA-AUX(5:2).
            MOVE '01'          TO WRK-DATA-AUX(7:2).
            COMPUTE WRK-DU-DATA-BASE =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1).
            MOVE 5 TO WRK-DU-QTD-DIAS.
            MOVE ZEROS TO WRK-DU-DATA-ATE.
            CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM.
            IF WRK-DU-DATA-RESULT NOT < WRK-DATA-BASE
               MOVE WRK-DU-DATA-RESULT TO WRK-LANC-DATA
               MOVE WRK-FOLHA-LIQUIDA  TO WRK-LANC-VALOR
               MOVE 4 TO WRK-LANC-COLUNA
               PERFORM 1900-LANCA-NA-GRADE
            END-IF.
            ADD 1 TO WRK-MES-PAGTO.
            IF WRK-MES-PAGTO > 12
               MOVE 1 TO WRK-MES-PAGTO
               ADD 1 TO WRK-ANO-PAGTO
            END-IF.

      *----------------------------------------------------------------
      * Saidas: custo estimado das transportadoras nos pedidos em
      * aberto, na data prevista de entrega.
      *----------------------------------------------------------------
       2800-PROJETA-TRANSPORTE.
            IF WRK-TEM-TRANSP = 'S'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO PEDIDOS-CHAVE
               START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2810-LE-PEDIDO UNTIL WRK-FIM-ARQ = 'S'
            END-IF.

       2810-LE-PEDIDO.
            READ PEDIDOS NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF PED-ABERTO AND PEDIDOS-TRANSP NOT = SPACES
                     PERFORM 2820-CUSTO-TRANSPORTE
                  END-IF
            END-READ.

       2820-CUSTO-TRANSPORTE.
            MOVE PEDIDOS-TRANSP TO TRF-TRANSP.
            MOVE PEDIDOS-UF     TO TRF-UF.
            READ TRANSPTAB
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PEDIDOS-DATA-PREVISTA TO WRK-LANC-DATA
                  COMPUTE WRK-LANC-VALOR ROUNDED =
                          PEDIDOS-VALOR * TRF-CUSTO-TAXA
                  MOVE 5 TO WRK-LANC-COLUNA
                  IF WRK-LANC-VALOR > ZEROS
                     PERFORM 1900-LANCA-NA-GRADE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Visao diaria: entradas, saidas e saldo acumulado a partir do
      * saldo de abertura digitado.
      *----------------------------------------------------------------
       4000-IMPRIME-DIARIO.
            MOVE WRK-SALDO-INICIAL TO WRK-SALDO.
            MOVE WRK-SALDO TO WRK-SALDO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'DE ' DELIMITED BY SIZE
                   WRK-DATA-BASE DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-DATA-FIM DELIMITED BY SIZE
                   '   SALDO DE ABERTURA: ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- VISAO DIARIA --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '  DATA        A RECEBER         CARTAO'
                   DELIMITED BY SIZE
                   '       A PAGAR          FOLHA' DELIMITED BY SIZE
                   '    TRANSPORTE              SALDO'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4100-IMPRIME-DIA
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > 60.

       4100-IMPRIME-DIA.
            SET WRK-IX-D TO WRK-IX-VARRE.
            COMPUTE WRK-POSICAO = (WRK-IX-VARRE - 1) / 7 + 1.
            SET WRK-IX-S TO WRK-POSICAO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE WRK-DIA-DATA(WRK-IX-D) TO RPT-LINHA-IMPRESSA(1:8).
            PERFORM 4110-COLUNA-DIA
               VARYING WRK-IX-COL FROM 1 BY 1
               UNTIL WRK-IX-COL > 5.
            COMPUTE WRK-SALDO = WRK-SALDO
                    + WRK-DIA-VALOR(WRK-IX-D, 1)
                    + WRK-DIA-VALOR(WRK-IX-D, 2)
                    - WRK-DIA-VALOR(WRK-IX-D, 3)
                    - WRK-DIA-VALOR(WRK-IX-D, 4)
                    - WRK-DIA-VALOR(WRK-IX-D, 5).
            MOVE WRK-SALDO TO WRK-SALDO-ED.
            MOVE WRK-SALDO-ED TO RPT-LINHA-IMPRESSA(86:18).
            IF WRK-SALDO < ZEROS
               ADD 1 TO WRK-QT-NEGATIVOS
               MOVE ' <<< NEGATIVO' TO RPT-LINHA-IMPRESSA(104:13)
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.

       4110-COLUNA-DIA.
            MOVE WRK-DIA-VALOR(WRK-IX-D, WRK-IX-COL) TO WRK-VALOR-ED.
            COMPUTE WRK-POSICAO = 11 + (WRK-IX-COL - 1) * 15.
            MOVE WRK-VALOR-ED TO RPT-LINHA-IMPRESSA(WRK-POSICAO:14).
            ADD WRK-DIA-VALOR(WRK-IX-D, WRK-IX-COL)
              TO WRK-SEM-VALOR(WRK-IX-S, WRK-IX-COL)
                 WRK-TOT-VALOR(WRK-IX-COL).

      *----------------------------------------------------------------
      * Resumo semanal (a ultima semana junta os dias que sobram).
      *----------------------------------------------------------------
       4500-IMPRIME-SEMANAL.
            MOVE WRK-SALDO-INICIAL TO WRK-SALDO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- RESUMO SEMANAL --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING '  SEMANA                    ENTRADAS'
                   DELIMITED BY SIZE
                   '          SAIDAS              SALDO'
                   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4510-IMPRIME-SEMANA
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > 9.

       4510-IMPRIME-SEMANA.
            SET WRK-IX-S TO WRK-IX-VARRE.
            COMPUTE WRK-ENTRADAS = WRK-SEM-VALOR(WRK-IX-S, 1)
                                 + WRK-SEM-VALOR(WRK-IX-S, 2).
            COMPUTE WRK-SAIDAS = WRK-SEM-VALOR(WRK-IX-S, 3)
                               + WRK-SEM-VALOR(WRK-IX-S, 4)
                               + WRK-SEM-VALOR(WRK-IX-S, 5).
            COMPUTE WRK-SALDO = WRK-SALDO + WRK-ENTRADAS - WRK-SAIDAS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE WRK-SEM-DATA-INI(WRK-IX-S) TO RPT-LINHA-IMPRESSA(1:8).
            MOVE ' A '                      TO RPT-LINHA-IMPRESSA(9:3).
            MOVE WRK-SEM-DATA-FIM(WRK-IX-S) TO RPT-LINHA-IMPRESSA(12:8).
            MOVE WRK-ENTRADAS TO WRK-VALOR-ED.
            MOVE WRK-VALOR-ED TO RPT-LINHA-IMPRESSA(23:14).
            MOVE WRK-SAIDAS TO WRK-VALOR-ED.
            MOVE WRK-VALOR-ED TO RPT-LINHA-IMPRESSA(39:14).
            MOVE WRK-SALDO TO WRK-SALDO-ED.
            MOVE WRK-SALDO-ED TO RPT-LINHA-IMPRESSA(54:18).
            PERFORM 9990-GRAVA-LINHA-RPT.

       4900-ENCERRA-RELATORIO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE '  TOTAIS'  TO RPT-LINHA-IMPRESSA(1:8).
            PERFORM 4910-COLUNA-TOTAL
               VARYING WRK-IX-COL FROM 1 BY 1
               UNTIL WRK-IX-COL > 5.
            MOVE WRK-SALDO-ED TO RPT-LINHA-IMPRESSA(86:18).
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-REC-VENCIDO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'RECEBIVEIS JA VENCIDOS (FORA DO SALDO): '
                   DELIMITED BY SIZE
                   WRK-QT-REC-VENCIDO DELIMITED BY SIZE
                   ' TITULOS  ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-FOLHA-LIQUIDA TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'FOLHA LIQUIDA PROJETADA POR MES: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-QT-FUNCIONARIOS DELIMITED BY SIZE
                   ' FUNCIONARIOS ATIVOS)' DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CARTAO: PRAZO ' DELIMITED BY SIZE
                   WRK-PRAZO-CARTAO DELIMITED BY SIZE
                   ' DIAS, TAXA MEDIA ' DELIMITED BY SIZE
                   WRK-TAXA-MEDIA DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'DIAS COM SALDO NEGATIVO: ' DELIMITED BY SIZE
                   WRK-QT-NEGATIVOS DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE FLUXOCX-REL.

       4910-COLUNA-TOTAL.
            MOVE WRK-TOT-VALOR(WRK-IX-COL) TO WRK-VALOR-ED.
            COMPUTE WRK-POSICAO = 11 + (WRK-IX-COL - 1) * 15.
            MOVE WRK-VALOR-ED TO RPT-LINHA-IMPRESSA(WRK-POSICAO:14).

       3000-FINALIZAR.
            IF WRK-TEM-RECEBER = 'S'
               CLOSE RECEBER
            END-IF.
            IF WRK-TEM-PAGAR = 'S'
               CLOSE PAGAR
            END-IF.
            IF WRK-TEM-FOLHA = 'S'
               CLOSE FUNCIONARIOS
            END-IF.
            IF WRK-TEM-HIST = 'S'
               CLOSE FOLHAHIST
            END-IF.
            IF WRK-TEM-PEDIDOS = 'S'
               CLOSE PEDIDOS
            END-IF.
            IF WRK-TEM-TRANSP = 'S'
               CLOSE TRANSPTAB
            END-IF.
            IF WRK-TEM-CARTAO = 'S'
               CLOSE FECHHIST
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR FLUXOCX.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'PERIODO..............: ' WRK-DATA-BASE
                       ' A ' WRK-DATA-FIM
               DISPLAY 'SALDO FINAL PROJETADO: ' WRK-SALDO-ED
               DISPLAY 'DIAS COM SALDO NEGATIVO: ' WRK-QT-NEGATIVOS
               DISPLAY 'RELATORIO GRAVADO EM FLUXOCX.REL'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==FLUXOCX-REL-REG==.

      *END PROGRAM FLUXOCX.
