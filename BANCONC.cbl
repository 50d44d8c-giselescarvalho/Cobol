       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCONC.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Conciliacao bancaria automatica. Importa o extrato
      *           diario do banco (EXTBANCO.TXT: data, codigo de
      *           historico, documento, valor e D/C) e casa cada
      *           lancamento com o que o sistema espera ver na conta
      *           no mesmo periodo:
      *           CREDITOS - recebimentos do livro de baixas
      *           RECMOV.LOG (RECEBE.cbl e COBRANCA.cbl) e os
      *           depositos liquidos do cartao (ACQUIR.TXT, o mesmo
      *           arquivo do CARTCONC.cbl), que caem ate PRAZO-CARTAO
      *           dias depois do movimento;
      *           DEBITOS - o total da remessa de pagamento da folha
      *           (trailer da REMESSA.TXT, data do header) e os
      *           pagamentos a fornecedor do livro PAGMOV.LOG
      *           (PAGAR.cbl).
      *           O casamento e por D/C e valor exato, com a data do
      *           banco ate TOLER-BANCO dias (parametro, padrao 3) da
      *           data esperada. Imprime em BANCONC.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) os conciliados, os lancamentos
      *           do banco sem correspondente no sistema, os esperados
      *           pelo sistema que nao apareceram no banco e o saldo
      *           conciliado. Qualquer diferenca nao explicada termina
      *           com RETURN-CODE 8, como o CONCILIA.cbl.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTBANCO
             ASSIGN TO 'EXTBANCO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTBANCO-STATUS.
      * Livro de baixas do contas a receber.
           SELECT RECMOV
             ASSIGN TO 'RECMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECMOV-STATUS.
      * Liquidacoes da operadora do cartao.
           SELECT ACQUIR
             ASSIGN TO 'ACQUIR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACQUIR-STATUS.
      * Remessa de pagamento da folha (FOLHA.cbl).
           SELECT REMESSA
             ASSIGN TO 'REMESSA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESSA-STATUS.
      * Livro de pagamentos a fornecedor.
           SELECT PAGMOV
             ASSIGN TO 'PAGMOV.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGMOV-STATUS.
           SELECT BANCONC-REL
             ASSIGN TO 'BANCONC.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCONC-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTBANCO.
       01 EXB-REG.
            05 EXB-DATA       PIC 9(08).
            05 EXB-HISTORICO  PIC X(04).
            05 EXB-DOCUMENTO  PIC X(15).
            05 EXB-VALOR      PIC 9(11)V99.
            05 EXB-DC         PIC X(01).
                88 EXB-DEBITO  VALUE 'D'.
                88 EXB-CREDITO VALUE 'C'.

       FD RECMOV.
       01 RECMOV-REG.
            05 RMV-DATA-PAGTO PIC 9(08).
            05 RMV-NUMERO     PIC 9(06).
            05 RMV-FONE       PIC 9(09).
            05 RMV-VALOR-PAGO PIC 9(11)V99.
            05 RMV-MULTA      PIC 9(09)V99.
            05 RMV-JUROS      PIC 9(09)V99.
            05 RMV-ORIGEM     PIC X(08).

       FD ACQUIR.
       01 ACQUIR-REG.
            05 ACQ-DATA-MOV  PIC 9(08).
            05 ACQ-BRUTO     PIC 9(06)V99.
            05 ACQ-TAXA      PIC 9(06)V99.
            05 ACQ-LIQUIDO   PIC 9(06)V99.

       FD REMESSA.
       01 REMESSA-REG           PIC X(80).

       COPY 'PAGMOV.CPY'.

       FD BANCONC-REL.
       01 BANCONC-REL-REG       PIC X(132).

       WORKING-STORAGE SECTION.
       77 EXTBANCO-STATUS     PIC 9(02).
       77 RECMOV-STATUS       PIC 9(02).
       77 ACQUIR-STATUS       PIC 9(02).
       77 REMESSA-STATUS      PIC 9(02).
       77 PAGMOV-STATUS       PIC 9(02).
       77 BANCONC-REL-STATUS  PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TOLER-DIAS      PIC 9(03) VALUE 3.
       77 WRK-PRAZO-CARTAO    PIC 9(03) VALUE 30.
       77 WRK-JULIANO-MIN     PIC 9(08) VALUE 99999999.
       77 WRK-JULIANO-MAX     PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANO         PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF        PIC S9(07) VALUE ZEROS.
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.
       77 WRK-IX-VARRE        PIC 9(04) VALUE ZEROS.
       77 WRK-IX-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONCILIADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SO-BANCO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SO-SISTEMA   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CREDITOS    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-EXTRATO   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-CONCILIADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIF-BANCO       PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIF-SISTEMA     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ED        PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS  PIC 9(13) VALUE ZEROS.
       77 WRK-VALOR-REAIS REDEFINES WRK-VALOR-CENTAVOS
                              PIC 9(11)V99.
       77 WRK-DATA-FOLHA      PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------
      * Header e trailer da remessa da folha (layout do FOLHA.cbl).
      *----------------------------------------------------------------
       01 WRK-REM-HEADER.
            05 WRK-RH-TIPO     PIC X(01).
            05 WRK-RH-EMPRESA  PIC X(30).
            05 WRK-RH-CNPJ     PIC 9(14).
            05 WRK-RH-DATA     PIC 9(08).
            05 WRK-RH-SEQ      PIC 9(06).
       01 WRK-REM-TRAILER.
            05 WRK-RT-TIPO     PIC X(01).
            05 WRK-RT-QTD      PIC 9(06).
            05 WRK-RT-HASH     PIC 9(15).
      *----------------------------------------------------------------
      * Lancamentos do extrato, com a marca de conciliado e a origem
      * do sistema que casou com ele.
      *----------------------------------------------------------------
       01 WRK-BANCO-TAB.
            05 WRK-BCO-ITEM OCCURS 500 TIMES INDEXED BY WRK-IX-B.
                10 WRK-BCO-DATA      PIC 9(08).
                10 WRK-BCO-JULIANO   PIC 9(08).
                10 WRK-BCO-HISTORICO PIC X(04).
                10 WRK-BCO-DOCUMENTO PIC X(15).
                10 WRK-BCO-VALOR     PIC 9(11)V99.
                10 WRK-BCO-DC        PIC X(01).
                10 WRK-BCO-CASADO    PIC X(01).
                10 WRK-BCO-ORIGEM    PIC X(08).
                10 WRK-BCO-REFER     PIC X(15).
       77 WRK-QT-BANCO        PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------
      * Lancamentos esperados pelo sistema. A janela e quantos dias
      * depois da data esperada o banco ainda pode lancar (o cartao
      * deposita dentro do prazo da operadora).
      *----------------------------------------------------------------
       01 WRK-SISTEMA-TAB.
            05 WRK-SIS-ITEM OCCURS 2000 TIMES INDEXED BY WRK-IX-S.
                10 WRK-SIS-DATA      PIC 9(08).
                10 WRK-SIS-JULIANO   PIC 9(08).
                10 WRK-SIS-JANELA    PIC 9(03).
                10 WRK-SIS-VALOR     PIC 9(11)V99.
                10 WRK-SIS-DC        PIC X(01).
                10 WRK-SIS-ORIGEM    PIC X(08).
                10 WRK-SIS-REFER     PIC X(15).
                10 WRK-SIS-CASADO    PIC X(01).
       77 WRK-QT-SISTEMA      PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------
      * Lancamento esperado a guardar na tabela.
      *----------------------------------------------------------------
       01 WRK-ESPERADO.
            05 WRK-ESP-DATA    PIC 9(08).
            05 WRK-ESP-JANELA  PIC 9(03).
            05 WRK-ESP-VALOR   PIC 9(11)V99.
            05 WRK-ESP-DC      PIC X(01).
            05 WRK-ESP-ORIGEM  PIC X(08).
            05 WRK-ESP-REFER   PIC X(15).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-CARREGA-ESPERADOS
               PERFORM 2500-CONCILIA-LANCAMENTO
                  VARYING WRK-IX-VARRE FROM 1 BY 1
                  UNTIL WRK-IX-VARRE > WRK-QT-BANCO
               PERFORM 4000-LISTA-CONCILIADOS
               PERFORM 4200-LISTA-SO-BANCO
               PERFORM 4400-LISTA-SO-SISTEMA
               PERFORM 4900-ENCERRA-RELATORIO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'TOLER-BANCO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-TOLER-DIAS
            END-IF.
            MOVE 'PRAZO-CARTAO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-PRAZO-CARTAO
            END-IF.
            OPEN INPUT EXTBANCO.
            OPEN OUTPUT BANCONC-REL.
            IF EXTBANCO-STATUS NOT = 0 OR BANCONC-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE 'CONCILIACAO BANCARIA' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               PERFORM 1100-LE-EXTRATO UNTIL WRK-FIM-ARQ = 'S'
               CLOSE EXTBANCO
            END-IF.

       1100-LE-EXTRATO.
            READ EXTBANCO
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  PERFORM 1200-GUARDA-LANCAMENTO
            END-READ.

       1200-GUARDA-LANCAMENTO.
            IF WRK-QT-BANCO < 500
               ADD 1 TO WRK-QT-BANCO
               SET WRK-IX-B TO WRK-QT-BANCO
               MOVE EXB-DATA      TO WRK-BCO-DATA(WRK-IX-B)
               COMPUTE WRK-BCO-JULIANO(WRK-IX-B) =
                       FUNCTION INTEGER-OF-DATE(EXB-DATA)
               MOVE EXB-HISTORICO TO WRK-BCO-HISTORICO(WRK-IX-B)
               MOVE EXB-DOCUMENTO TO WRK-BCO-DOCUMENTO(WRK-IX-B)
               MOVE EXB-VALOR     TO WRK-BCO-VALOR(WRK-IX-B)
               MOVE EXB-DC        TO WRK-BCO-DC(WRK-IX-B)
               MOVE 'N'           TO WRK-BCO-CASADO(WRK-IX-B)
               MOVE SPACES        TO WRK-BCO-ORIGEM(WRK-IX-B)
                                     WRK-BCO-REFER(WRK-IX-B)
               IF WRK-BCO-JULIANO(WRK-IX-B) < WRK-JULIANO-MIN
                  MOVE WRK-BCO-JULIANO(WRK-IX-B) TO WRK-JULIANO-MIN
               END-IF
               IF WRK-BCO-JULIANO(WRK-IX-B) > WRK-JULIANO-MAX
                  MOVE WRK-BCO-JULIANO(WRK-IX-B) TO WRK-JULIANO-MAX
               END-IF
               IF EXB-CREDITO
                  ADD EXB-VALOR TO WRK-TOT-CREDITOS
               ELSE
                  ADD EXB-VALOR TO WRK-TOT-DEBITOS
               END-IF
            ELSE
               DISPLAY 'AVISO: MAIS DE 500 LANCAMENTOS NO EXTRATO - '
                       'EXCEDENTE IGNORADO'
               MOVE 'S' TO WRK-FIM-ARQ
            END-IF.

      *----------------------------------------------------------------
      * O que o sistema espera na conta dentro do periodo do extrato
      * (menos a janela de cada origem). Fonte ausente so empobrece a
      * conciliacao - sai avisada.
      *----------------------------------------------------------------
       2000-CARREGA-ESPERADOS.
            OPEN INPUT RECMOV.
            IF RECMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2100-LE-RECMOV UNTIL WRK-FIM-ARQ = 'S'
               CLOSE RECMOV
            ELSE
               MOVE 'AVISO: RECMOV.LOG INDISPONIVEL'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT ACQUIR.
            IF ACQUIR-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2200-LE-ACQUIR UNTIL WRK-FIM-ARQ = 'S'
               CLOSE ACQUIR
            ELSE
               MOVE 'AVISO: ACQUIR.TXT INDISPONIVEL'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT REMESSA.
            IF REMESSA-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2300-LE-REMESSA UNTIL WRK-FIM-ARQ = 'S'
               CLOSE REMESSA
            ELSE
               MOVE 'AVISO: REMESSA.TXT INDISPONIVEL'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            OPEN INPUT PAGMOV.
            IF PAGMOV-STATUS = 0
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM 2400-LE-PAGMOV UNTIL WRK-FIM-ARQ = 'S'
               CLOSE PAGMOV
            ELSE
               MOVE 'AVISO: PAGMOV.LOG INDISPONIVEL'
                 TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       2100-LE-RECMOV.
            READ RECMOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE RMV-DATA-PAGTO TO WRK-ESP-DATA
                  MOVE WRK-TOLER-DIAS TO WRK-ESP-JANELA
                  MOVE RMV-VALOR-PAGO TO WRK-ESP-VALOR
                  MOVE 'C'            TO WRK-ESP-DC
                  MOVE RMV-ORIGEM     TO WRK-ESP-ORIGEM
                  MOVE SPACES         TO WRK-ESP-REFER
                  STRING 'TITULO ' DELIMITED BY SIZE
                         RMV-NUMERO DELIMITED BY SIZE
                         INTO WRK-ESP-REFER
                  END-STRING
                  PERFORM 2900-GUARDA-ESPERADO
            END-READ.

       2200-LE-ACQUIR.
            READ ACQUIR
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE ACQ-DATA-MOV   TO WRK-ESP-DATA
                  COMPUTE WRK-ESP-JANELA =
                          WRK-PRAZO-CARTAO + WRK-TOLER-DIAS
                  MOVE ACQ-LIQUIDO    TO WRK-ESP-VALOR
                  MOVE 'C'            TO WRK-ESP-DC
                  MOVE 'CARTAO'       TO WRK-ESP-ORIGEM
                  MOVE SPACES         TO WRK-ESP-REFER
                  STRING 'VENDAS ' DELIMITED BY SIZE
                         ACQ-DATA-MOV DELIMITED BY SIZE
                         INTO WRK-ESP-REFER
                  END-STRING
                  PERFORM 2900-GUARDA-ESPERADO
            END-READ.

      *     um debito pelo total da remessa (o banco debita o lote)
       2300-LE-REMESSA.
            READ REMESSA
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  EVALUATE REMESSA-REG(1:1)
                     WHEN '0'
                        MOVE REMESSA-REG TO WRK-REM-HEADER
                        MOVE WRK-RH-DATA TO WRK-DATA-FOLHA
                     WHEN '9'
                        MOVE REMESSA-REG TO WRK-REM-TRAILER
                        MOVE WRK-RT-HASH TO WRK-VALOR-CENTAVOS
                        MOVE WRK-DATA-FOLHA TO WRK-ESP-DATA
                        MOVE WRK-TOLER-DIAS TO WRK-ESP-JANELA
                        MOVE WRK-VALOR-REAIS TO WRK-ESP-VALOR
                        MOVE 'D'            TO WRK-ESP-DC
                        MOVE 'FOLHA'        TO WRK-ESP-ORIGEM
                        MOVE SPACES         TO WRK-ESP-REFER
                        STRING 'REMESSA ' DELIMITED BY SIZE
                               WRK-RH-SEQ DELIMITED BY SIZE
                               INTO WRK-ESP-REFER
                        END-STRING
                        PERFORM 2900-GUARDA-ESPERADO
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

       2400-LE-PAGMOV.
            READ PAGMOV
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  MOVE PMV-DATA-PAGTO  TO WRK-ESP-DATA
                  MOVE WRK-TOLER-DIAS  TO WRK-ESP-JANELA
                  MOVE PMV-VALOR-PAGO  TO WRK-ESP-VALOR
                  MOVE 'D'             TO WRK-ESP-DC
                  MOVE 'FORNEC'        TO WRK-ESP-ORIGEM
                  MOVE SPACES          TO WRK-ESP-REFER
                  STRING 'TITULO ' DELIMITED BY SIZE
                         PMV-NUMERO DELIMITED BY SIZE
                         INTO WRK-ESP-REFER
                  END-STRING
                  PERFORM 2900-GUARDA-ESPERADO
            END-READ.

      *----------------------------------------------------------------
      * Guarda o esperado se ele pode aparecer no periodo do extrato:
      * data esperada ate o fim do extrato e data + janela depois do
      * inicio.
      *----------------------------------------------------------------
       2900-GUARDA-ESPERADO.
            IF WRK-ESP-DATA NOT < 19000101 AND WRK-ESP-VALOR > ZEROS
               COMPUTE WRK-JULIANO =
                       FUNCTION INTEGER-OF-DATE(WRK-ESP-DATA)
               IF WRK-JULIANO NOT > WRK-JULIANO-MAX
                  AND WRK-JULIANO + WRK-ESP-JANELA
                      NOT < WRK-JULIANO-MIN
                  IF WRK-QT-SISTEMA < 2000
                     ADD 1 TO WRK-QT-SISTEMA
                     SET WRK-IX-S TO WRK-QT-SISTEMA
                     MOVE WRK-ESP-DATA   TO WRK-SIS-DATA(WRK-IX-S)
                     MOVE WRK-JULIANO    TO WRK-SIS-JULIANO(WRK-IX-S)
                     MOVE WRK-ESP-JANELA TO WRK-SIS-JANELA(WRK-IX-S)
                     MOVE WRK-ESP-VALOR  TO WRK-SIS-VALOR(WRK-IX-S)
                     MOVE WRK-ESP-DC     TO WRK-SIS-DC(WRK-IX-S)
                     MOVE WRK-ESP-ORIGEM TO WRK-SIS-ORIGEM(WRK-IX-S)
                     MOVE WRK-ESP-REFER  TO WRK-SIS-REFER(WRK-IX-S)
                     MOVE 'N'            TO WRK-SIS-CASADO(WRK-IX-S)
                  ELSE
                     DISPLAY 'AVISO: MAIS DE 2000 ESPERADOS NO '
                             'PERIODO - EXCEDENTE IGNORADO'
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Casa o lancamento do banco com o primeiro esperado ainda
      * livre de mesmo D/C e valor dentro da janela de datas.
      *----------------------------------------------------------------
       2500-CONCILIA-LANCAMENTO.
            SET WRK-IX-B TO WRK-IX-VARRE.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 2510-PROCURA-ESPERADO
               VARYING WRK-IX-BUSCA FROM 1 BY 1
               UNTIL WRK-IX-BUSCA > WRK-QT-SISTEMA
                  OR WRK-ACHOU = 'S'.

       2510-PROCURA-ESPERADO.
            SET WRK-IX-S TO WRK-IX-BUSCA.
            IF WRK-SIS-CASADO(WRK-IX-S) = 'N'
               AND WRK-SIS-DC(WRK-IX-S) = WRK-BCO-DC(WRK-IX-B)
               AND WRK-SIS-VALOR(WRK-IX-S) = WRK-BCO-VALOR(WRK-IX-B)
               COMPUTE WRK-DIAS-DIF = WRK-BCO-JULIANO(WRK-IX-B)
                                    - WRK-SIS-JULIANO(WRK-IX-S)
               IF WRK-DIAS-DIF NOT < 0 - WRK-TOLER-DIAS
                  AND WRK-DIAS-DIF NOT > WRK-SIS-JANELA(WRK-IX-S)
                  MOVE 'S' TO WRK-ACHOU
                  MOVE 'S' TO WRK-SIS-CASADO(WRK-IX-S)
                  MOVE 'S' TO WRK-BCO-CASADO(WRK-IX-B)
                  MOVE WRK-SIS-ORIGEM(WRK-IX-S)
                    TO WRK-BCO-ORIGEM(WRK-IX-B)
                  MOVE WRK-SIS-REFER(WRK-IX-S)
                    TO WRK-BCO-REFER(WRK-IX-B)
                  ADD 1 TO WRK-QT-CONCILIADOS
                  IF WRK-BCO-DC(WRK-IX-B) = 'C'
                     ADD WRK-BCO-VALOR(WRK-IX-B)
                       TO WRK-SALDO-CONCILIADO
                  ELSE
                     SUBTRACT WRK-BCO-VALOR(WRK-IX-B)
                       FROM WRK-SALDO-CONCILIADO
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Listagens: conciliados, so no banco, so no sistema.
      *----------------------------------------------------------------
       4000-LISTA-CONCILIADOS.
            MOVE '-- CONCILIADOS --' TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4010-LINHA-CONCILIADO
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-BANCO.
            IF WRK-QT-CONCILIADOS = ZEROS
               MOVE '   (NENHUM)' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4010-LINHA-CONCILIADO.
            SET WRK-IX-B TO WRK-IX-VARRE.
            IF WRK-BCO-CASADO(WRK-IX-B) = 'S'
               PERFORM 4100-MONTA-LINHA-BANCO
               MOVE WRK-BCO-ORIGEM(WRK-IX-B)
                 TO RPT-LINHA-IMPRESSA(70:8)
               MOVE WRK-BCO-REFER(WRK-IX-B)
                 TO RPT-LINHA-IMPRESSA(79:15)
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4100-MONTA-LINHA-BANCO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            MOVE WRK-BCO-VALOR(WRK-IX-B) TO WRK-VALOR-ED.
            STRING '   ' DELIMITED BY SIZE
                   WRK-BCO-DATA(WRK-IX-B) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-BCO-HISTORICO(WRK-IX-B) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-BCO-DOCUMENTO(WRK-IX-B) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-BCO-DC(WRK-IX-B) DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.

       4200-LISTA-SO-BANCO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- NO BANCO, SEM CORRESPONDENTE NO SISTEMA --'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4210-LINHA-SO-BANCO
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-BANCO.
            IF WRK-QT-SO-BANCO = ZEROS
               MOVE '   (NENHUM)' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4210-LINHA-SO-BANCO.
            SET WRK-IX-B TO WRK-IX-VARRE.
            IF WRK-BCO-CASADO(WRK-IX-B) = 'N'
               ADD 1 TO WRK-QT-SO-BANCO
               IF WRK-BCO-DC(WRK-IX-B) = 'C'
                  ADD WRK-BCO-VALOR(WRK-IX-B) TO WRK-DIF-BANCO
               ELSE
                  SUBTRACT WRK-BCO-VALOR(WRK-IX-B) FROM WRK-DIF-BANCO
               END-IF
               PERFORM 4100-MONTA-LINHA-BANCO
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4400-LISTA-SO-SISTEMA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE '-- ESPERADOS PELO SISTEMA, AUSENTES NO BANCO --'
              TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 4410-LINHA-SO-SISTEMA
               VARYING WRK-IX-VARRE FROM 1 BY 1
               UNTIL WRK-IX-VARRE > WRK-QT-SISTEMA.
            IF WRK-QT-SO-SISTEMA = ZEROS
               MOVE '   (NENHUM)' TO RPT-LINHA-IMPRESSA
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       4410-LINHA-SO-SISTEMA.
            SET WRK-IX-S TO WRK-IX-VARRE.
            IF WRK-SIS-CASADO(WRK-IX-S) = 'N'
               ADD 1 TO WRK-QT-SO-SISTEMA
               IF WRK-SIS-DC(WRK-IX-S) = 'C'
                  ADD WRK-SIS-VALOR(WRK-IX-S) TO WRK-DIF-SISTEMA
               ELSE
                  SUBTRACT WRK-SIS-VALOR(WRK-IX-S) FROM WRK-DIF-SISTEMA
               END-IF
               MOVE WRK-SIS-VALOR(WRK-IX-S) TO WRK-VALOR-ED
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING '   ' DELIMITED BY SIZE
                      WRK-SIS-DATA(WRK-IX-S) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-SIS-ORIGEM(WRK-IX-S) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-SIS-REFER(WRK-IX-S) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-SIS-DC(WRK-IX-S) DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

      *----------------------------------------------------------------
      * Saldo: movimento do extrato = conciliado + o que so o banco
      * tem; o que so o sistema tem fica como pendencia.
      *----------------------------------------------------------------
       4900-ENCERRA-RELATORIO.
            COMPUTE WRK-SALDO-EXTRATO =
                    WRK-TOT-CREDITOS - WRK-TOT-DEBITOS.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-SALDO-EXTRATO TO WRK-SALDO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'MOVIMENTO DO EXTRATO (C - D)......: '
                   DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-SALDO-CONCILIADO TO WRK-SALDO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'SALDO CONCILIADO..................: '
                   DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-DIF-BANCO TO WRK-SALDO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'SO NO BANCO (NAO EXPLICADO).......: '
                   DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-DIF-SISTEMA TO WRK-SALDO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'SO NO SISTEMA (PENDENTE NO BANCO).: '
                   DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CONCILIADOS: '     DELIMITED BY SIZE
                   WRK-QT-CONCILIADOS  DELIMITED BY SIZE
                   '  SO NO BANCO: '   DELIMITED BY SIZE
                   WRK-QT-SO-BANCO     DELIMITED BY SIZE
                   '  SO NO SISTEMA: ' DELIMITED BY SIZE
                   WRK-QT-SO-SISTEMA   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.
            CLOSE BANCONC-REL.

       3000-FINALIZAR.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'ERRO AO ABRIR EXTBANCO.TXT/BANCONC.REL'
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY 'LANCAMENTOS NO EXTRATO: ' WRK-QT-BANCO
               DISPLAY 'CONCILIADOS...........: ' WRK-QT-CONCILIADOS
               DISPLAY 'SO NO BANCO...........: ' WRK-QT-SO-BANCO
               DISPLAY 'SO NO SISTEMA.........: ' WRK-QT-SO-SISTEMA
               DISPLAY 'RELATORIO GRAVADO EM BANCONC.REL'
               IF WRK-QT-SO-BANCO > 0 OR WRK-QT-SO-SISTEMA > 0
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==BANCONC-REL-REG==.

      *END PROGRAM BANCONC.
