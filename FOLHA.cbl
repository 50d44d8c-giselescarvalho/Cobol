      *                  o centro segue no historico persistido, para
      *                  a exportacao contabil lancar a folha nas
      *                  contas de despesa certas.
      *  15/10/2026 GC - encargos do empregador: FGTS (8% da base,
      *                  que no 13o e nas ferias segue a regra de cada
      *                  tipo de folha), INSS patronal, RAT/FAP e
      *                  terceiros, com aliquotas nas linhas G, P, A e
      *                  T do TABFOLHA.TXT. Deposito do FGTS informado
      *                  no holerite, encargos persistidos no
      *                  FOLHAHIST.DAT e somados nos totais por centro
      *                  de custo.
      *  15/10/2026 GC - vale-transporte e vale-refeicao/alimentacao
      *                  do cadastro BENEFIC.DAT (BENCAD.cbl): na
      *                  folha mensal o custo do mes sai dos dias
      *                  uteis (DIAUTILS) dentro da vigencia de cada
      *                  beneficio; o desconto do VT fica limitado a
      *                  6% do salario base (VT-DESC-PERC) e o do
      *                  VR/VA e a coparticipacao VR-DESC-PERC (teto
      *                  de 20%); o restante e custo da empresa,
      *                  persistido no FOLHAHIST.DAT. EXC-BENEFICIOS
      *                  segue para lancamentos avulsos.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FOLHAHIST-STATUS
               RECORD KEY IS FHIST-CHAVE.
      * Beneficios de VT e VR/VA por funcionario (BENCAD.cbl).
           SELECT BENEFICIOS
             ASSIGN TO 'BENEFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BENEFICIOS-STATUS
               RECORD KEY IS BEN-CHAVE.
      * Tabelas de faixas de INSS/IRRF e deducao por dependente,
      * atualizadas pela operacao a cada mudanca do governo.
           SELECT TABFOLHA
      *----------------------------------------------------------------
      * TAB-TIPO: I = faixa de INSS, R = faixa de IRRF (em ordem
      * crescente de limite no arquivo), D = deducao por dependente
      * (so TAB-DEDUCAO e usada na linha D). Encargos do empregador,
      * so TAB-ALIQUOTA: G = FGTS, P = INSS patronal, A = RAT/FAP
      * (ja ajustado pelo FAP), T = terceiros (salario-educacao,
      * Sistema S, INCRA); linha ausente fica com a aliquota padrao.
      *----------------------------------------------------------------
       FD REMESSA.
       01 REMESSA-REG           PIC X(80).

       COPY 'FOLHAHIST.CPY'.

       COPY 'BENEFIC.CPY'.

       FD TABFOLHA.
       01 TABFOLHA-REG.
            05 TAB-TIPO     PIC X(01).
                10 WRK-CC-QT      PIC 9(04).
                10 WRK-CC-BRUTO   PIC 9(09)V99.
                10 WRK-CC-LIQUIDO PIC 9(09)V99.
                10 WRK-CC-FGTS    PIC 9(09)V99.
                10 WRK-CC-ENCARGOS PIC 9(09)V99.
       77 WRK-QT-CCUSTOS   PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CC     PIC X(01) VALUE 'N'.
       77 WRK-IX-VARRE-CC  PIC 9(02) VALUE ZEROS.
       77 WRK-ALIQ-INSS      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ALIQ-IRRF      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ACHOU-FAIXA    PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * Encargos do empregador (aliquotas G, P, A e T do TABFOLHA).
      *----------------------------------------------------------------
       77 WRK-ALIQ-FGTS      PIC 9(02)V99 VALUE 8.
       77 WRK-ALIQ-PATRONAL  PIC 9(02)V99 VALUE 20.
       77 WRK-ALIQ-RAT       PIC 9(02)V99 VALUE 2.
       77 WRK-ALIQ-TERCEIROS PIC 9(02)V99 VALUE 5,80.
       77 WRK-BASE-FGTS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FGTS-CALC      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-PATRONAL  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS-EMPRESA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT-CALC       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS-CALC PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-ED        PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Vale-transporte e vale-refeicao/alimentacao (BENEFIC.DAT):
      * percentual do salario base que limita o desconto do VT e
      * coparticipacao do funcionario no VR/VA (PARMLER).
      *----------------------------------------------------------------
       77 BENEFICIOS-STATUS  PIC 9(02).
       77 WRK-TEM-BENEF      PIC X(01) VALUE 'N'.
       77 WRK-FIM-BENEF      PIC X(01) VALUE 'N'.
       77 WRK-PERC-VT        PIC 9(02)V99 VALUE 6.
       77 WRK-PERC-VR        PIC 9(02)V99 VALUE 20.
       77 WRK-MES-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-BEN-DE         PIC 9(08) VALUE ZEROS.
       77 WRK-BEN-ATE        PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-BENEF     PIC 9(03) VALUE ZEROS.
       77 WRK-CUSTO-BENEF    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-VT       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-VR       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-VT        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-VR        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIMITE-VT      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EMPRESA-BENEF  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-EMPRESA-BEN PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BENEF-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
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

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               IF EMPRESTIMOS-STATUS = 0
                  MOVE 'S' TO WRK-TEM-EMPREST
               END-IF
               IF WRK-TIPO-FOLHA = 'M'
                  PERFORM 1700-PREPARA-BENEFICIOS
               END-IF
               OPEN I-O FOLHAHIST
                 IF FOLHAHIST-STATUS = 35 THEN
                     OPEN OUTPUT FOLHAHIST
            MOVE WRK-REM-HEADER TO REMESSA-REG.
            WRITE REMESSA-REG.

      *----------------------------------------------------------------
      * VT/VR da folha mensal: cadastro opcional (sem BENEFIC.DAT a
      * folha roda como antes), percentuais do PARMLER e primeiro e
      * ultimo dia do mes da folha para contar os dias uteis.
      *----------------------------------------------------------------
       1700-PREPARA-BENEFICIOS.
            OPEN INPUT BENEFICIOS.
            IF BENEFICIOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-BENEF
            END-IF.
            MOVE 'VT-DESC-PERC' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR NOT > 6
               MOVE WRK-PARM-VALOR TO WRK-PERC-VT
            END-IF.
            MOVE 'VR-DESC-PERC' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
      *     acima de 20% o desconto do VR/VA deixa de ser permitido
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR NOT > 20
               MOVE WRK-PARM-VALOR TO WRK-PERC-VR
            END-IF.
            COMPUTE WRK-MES-INICIO = WRK-ANOMES-FOLHA * 100 + 1.
            DIVIDE WRK-ANOMES-FOLHA BY 100
                   GIVING WRK-ANO-FOLHA REMAINDER WRK-MES-FOLHA.
            IF WRK-MES-FOLHA = 12
               COMPUTE WRK-MES-FIM = (WRK-ANO-FOLHA + 1) * 10000 + 101
            ELSE
               COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
            END-IF.
            COMPUTE WRK-MES-FIM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-MES-FIM) - 1).

      *----------------------------------------------------------------
      * Excecoes do mes carregadas em tabela; sem FOLHAEXC.TXT a
      * folha roda so com os salarios base.
                  END-IF
               WHEN 'D'
                  MOVE TAB-DEDUCAO TO WRK-DED-DEPENDENTE
               WHEN 'G'
                  MOVE TAB-ALIQUOTA TO WRK-ALIQ-FGTS
               WHEN 'P'
                  MOVE TAB-ALIQUOTA TO WRK-ALIQ-PATRONAL
               WHEN 'A'
                  MOVE TAB-ALIQUOTA TO WRK-ALIQ-RAT
               WHEN 'T'
                  MOVE TAB-ALIQUOTA TO WRK-ALIQ-TERCEIROS
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            IF WRK-TIPO-FOLHA = 'M' AND WRK-TEM-EMPREST = 'S'
               PERFORM 2095-DESCONTA-EMPRESTIMO
            END-IF.
            MOVE ZEROS TO WRK-CUSTO-VT WRK-CUSTO-VR WRK-DESC-VT
                          WRK-DESC-VR WRK-EMPRESA-BENEF.
            IF WRK-TIPO-FOLHA = 'M' AND WRK-TEM-BENEF = 'S'
               PERFORM 2900-CALCULA-BENEFICIOS
            END-IF.
            COMPUTE WRK-TOTAL-DESC = WRK-INSS-CALC + WRK-IRRF-CALC
                    + WRK-DESC-EMPREST + WRK-DESC-VT + WRK-DESC-VR.
            COMPUTE WRK-LIQUIDO ROUNDED =
                    WRK-SALARIO-BRUTO + WRK-BENEFICIOS
                    - WRK-TOTAL-DESC - WRK-PARCELA1
               ON SIZE ERROR
                  MOVE ZEROS TO WRK-LIQUIDO
            END-COMPUTE.
            PERFORM 2800-CALCULA-ENCARGOS.
            PERFORM 2100-FORMATA-VALORES.
            PERFORM 2200-GRAVA-HOLERITE.
            PERFORM 2500-GRAVA-DETALHE-REMESSA.
            MOVE WRK-IRRF-CALC  TO WRK-IRRF-ED.
            MOVE WRK-BENEFICIOS TO WRK-BENEFICIOS-ED.
            MOVE WRK-LIQUIDO    TO WRK-LIQUIDO-ED.
            MOVE WRK-FGTS-CALC  TO WRK-FGTS-ED.

       2200-GRAVA-HOLERITE.
            MOVE SPACES TO FOLHA-SAI-REG.
               END-STRING
               WRITE FOLHA-SAI-REG
            END-IF.
            IF WRK-DESC-VT > 0
               MOVE WRK-DESC-VT TO WRK-BENEF-ED
               MOVE SPACES TO FOLHA-SAI-REG
               STRING '(-) VALE-TRANSP: ' DELIMITED BY SIZE
                      WRK-BENEF-ED       DELIMITED BY SIZE
                      INTO FOLHA-SAI-REG
               END-STRING
               WRITE FOLHA-SAI-REG
            END-IF.
            IF WRK-DESC-VR > 0
               MOVE WRK-DESC-VR TO WRK-BENEF-ED
               MOVE SPACES TO FOLHA-SAI-REG
               STRING '(-) VALE-REFEIC: ' DELIMITED BY SIZE
                      WRK-BENEF-ED       DELIMITED BY SIZE
                      INTO FOLHA-SAI-REG
               END-STRING
               WRITE FOLHA-SAI-REG
            END-IF.
            IF WRK-RETRO > 0
               MOVE WRK-RETRO TO WRK-RETRO-ED
               MOVE SPACES TO FOLHA-SAI-REG
                   INTO FOLHA-SAI-REG
            END-STRING.
            WRITE FOLHA-SAI-REG.
            IF WRK-FGTS-CALC > 0
               MOVE SPACES TO FOLHA-SAI-REG
               STRING 'DEPOSITO FGTS..: ' DELIMITED BY SIZE
                      WRK-FGTS-ED        DELIMITED BY SIZE
                      ' (NAO DESCONTADO)' DELIMITED BY SIZE
                      INTO FOLHA-SAI-REG
               END-STRING
               WRITE FOLHA-SAI-REG
            END-IF.

      *----------------------------------------------------------------
      * Detalhe da remessa: liquido em centavos, somado no hash do
            MOVE WRK-BENEFICIOS   TO FHIST-BENEFICIOS.
            MOVE WRK-LIQUIDO      TO FHIST-LIQUIDO.
            MOVE FUN-CCUSTO       TO FHIST-CCUSTO.
            MOVE WRK-BASE-FGTS    TO FHIST-BASE-FGTS.
            MOVE WRK-FGTS-CALC    TO FHIST-FGTS.
            MOVE WRK-BASE-PATRONAL TO FHIST-BASE-PATRONAL.
            MOVE WRK-INSS-EMPRESA TO FHIST-INSS-EMPRESA.
            MOVE WRK-RAT-CALC     TO FHIST-RAT.
            MOVE WRK-TERCEIROS-CALC TO FHIST-TERCEIROS.
            COMPUTE FHIST-DESC-BENEF = WRK-DESC-VT + WRK-DESC-VR.
            MOVE WRK-EMPRESA-BENEF TO FHIST-CUSTO-BENEF.
            WRITE FHIST-REG
               INVALID KEY
                  REWRITE FHIST-REG
               ADD 1 TO WRK-CC-QT(WRK-IX-CC)
               ADD WRK-SALARIO-BRUTO TO WRK-CC-BRUTO(WRK-IX-CC)
               ADD WRK-LIQUIDO TO WRK-CC-LIQUIDO(WRK-IX-CC)
               ADD WRK-FGTS-CALC TO WRK-CC-FGTS(WRK-IX-CC)
               ADD WRK-INSS-EMPRESA WRK-RAT-CALC WRK-TERCEIROS-CALC
                 TO WRK-CC-ENCARGOS(WRK-IX-CC)
            END-IF.

       2710-LOCALIZA-CCUSTO.
               MOVE 'S' TO WRK-ACHOU-CC
            END-IF.

      *----------------------------------------------------------------
      * Encargos do empregador sobre a folha. Base do FGTS: o bruto na
      * mensal; na 1a parcela do 13o o proprio adiantamento; na 2a o
      * 13o cheio menos a 1a parcela (ja depositada); nas ferias o
      * bruto, tirando a metade dobrada (indenizacao, sem encargo).
      * Base patronal: igual a do FGTS, exceto que a 1a parcela do 13o
      * nao tem contribuicao e a 2a paga sobre o 13o cheio.
      *----------------------------------------------------------------
       2800-CALCULA-ENCARGOS.
            EVALUATE WRK-TIPO-FOLHA
               WHEN '1'
                  MOVE WRK-SALARIO-BRUTO TO WRK-BASE-FGTS
                  MOVE ZEROS TO WRK-BASE-PATRONAL
               WHEN '2'
                  COMPUTE WRK-BASE-FGTS =
                          WRK-SALARIO-BRUTO - WRK-PARCELA1
                  MOVE WRK-SALARIO-BRUTO TO WRK-BASE-PATRONAL
               WHEN 'F'
                  IF WRK-DOBRO = 'S'
                     COMPUTE WRK-BASE-FGTS ROUNDED =
                             WRK-SALARIO-BRUTO / 2
                  ELSE
                     MOVE WRK-SALARIO-BRUTO TO WRK-BASE-FGTS
                  END-IF
                  MOVE WRK-BASE-FGTS TO WRK-BASE-PATRONAL
               WHEN OTHER
                  MOVE WRK-SALARIO-BRUTO TO WRK-BASE-FGTS
                                            WRK-BASE-PATRONAL
            END-EVALUATE.
            COMPUTE WRK-FGTS-CALC ROUNDED =
                    WRK-BASE-FGTS * WRK-ALIQ-FGTS / 100.
            COMPUTE WRK-INSS-EMPRESA ROUNDED =
                    WRK-BASE-PATRONAL * WRK-ALIQ-PATRONAL / 100.
            COMPUTE WRK-RAT-CALC ROUNDED =
                    WRK-BASE-PATRONAL * WRK-ALIQ-RAT / 100.
            COMPUTE WRK-TERCEIROS-CALC ROUNDED =
                    WRK-BASE-PATRONAL * WRK-ALIQ-TERCEIROS / 100.

      *----------------------------------------------------------------
      * VT e VR/VA da matricula: custo do mes = quantidade por dia x
      * valor unitario x dias uteis do mes dentro da vigencia (e a
      * partir da admissao). Desconto do VT = custo, limitado ao
      * percentual do salario base; do VR/VA = coparticipacao sobre
      * o custo. O que passa do desconto e custo da empresa.
      *----------------------------------------------------------------
       2900-CALCULA-BENEFICIOS.
            MOVE 'N' TO WRK-FIM-BENEF.
            MOVE FUN-MATRICULA TO BEN-MATRICULA.
            MOVE LOW-VALUES TO BEN-TIPO.
            START BENEFICIOS KEY IS NOT LESS THAN BEN-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-BENEF
            END-START.
            PERFORM 2910-LE-BENEFICIO UNTIL WRK-FIM-BENEF = 'S'.
            COMPUTE WRK-LIMITE-VT ROUNDED =
                    FUN-SALARIO * WRK-PERC-VT / 100.
            IF WRK-CUSTO-VT > WRK-LIMITE-VT
               MOVE WRK-LIMITE-VT TO WRK-DESC-VT
            ELSE
               MOVE WRK-CUSTO-VT TO WRK-DESC-VT
            END-IF.
            COMPUTE WRK-DESC-VR ROUNDED =
                    WRK-CUSTO-VR * WRK-PERC-VR / 100.
            COMPUTE WRK-EMPRESA-BENEF = WRK-CUSTO-VT + WRK-CUSTO-VR
                    - WRK-DESC-VT - WRK-DESC-VR.
            ADD WRK-EMPRESA-BENEF TO WRK-TOTAL-EMPRESA-BEN.

       2910-LE-BENEFICIO.
            READ BENEFICIOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-BENEF
               NOT AT END
                  IF BEN-MATRICULA NOT = FUN-MATRICULA
                     MOVE 'S' TO WRK-FIM-BENEF
                  ELSE
                     PERFORM 2920-CUSTO-BENEFICIO
                  END-IF
            END-READ.

       2920-CUSTO-BENEFICIO.
            MOVE WRK-MES-INICIO TO WRK-BEN-DE.
            IF BEN-INICIO > WRK-BEN-DE
               MOVE BEN-INICIO TO WRK-BEN-DE
            END-IF.
            IF FUN-ADMISSAO > WRK-BEN-DE
               MOVE FUN-ADMISSAO TO WRK-BEN-DE
            END-IF.
            MOVE WRK-MES-FIM TO WRK-BEN-ATE.
            IF BEN-FIM NOT = ZEROS AND BEN-FIM < WRK-BEN-ATE
               MOVE BEN-FIM TO WRK-BEN-ATE
            END-IF.
            MOVE ZEROS TO WRK-DIAS-BENEF.
            IF WRK-BEN-DE NOT > WRK-BEN-ATE
      *        DIAUTILS conta da vespera (exclusive) ate o fim
               COMPUTE WRK-DU-DATA-BASE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-BEN-DE) - 1)
               MOVE ZEROS TO WRK-DU-QTD-DIAS
               MOVE WRK-BEN-ATE TO WRK-DU-DATA-ATE
               CALL 'DIAUTILS' USING WRK-DIAUTIL-PARM
               IF WRK-DU-DIAS-ENTRE > 0
                  MOVE WRK-DU-DIAS-ENTRE TO WRK-DIAS-BENEF
               END-IF
            END-IF.
            COMPUTE WRK-CUSTO-BENEF ROUNDED = BEN-QT-DIARIA
                    * BEN-VALOR-UNIT * WRK-DIAS-BENEF.
            IF BEN-VT
               ADD WRK-CUSTO-BENEF TO WRK-CUSTO-VT
            ELSE
               ADD WRK-CUSTO-BENEF TO WRK-CUSTO-VR
            END-IF.

       3600-TOTAIS-CCUSTO.
            MOVE SPACES TO FOLHA-SAI-REG.
            WRITE FOLHA-SAI-REG.
                   INTO FOLHA-SAI-REG
            END-STRING.
            WRITE FOLHA-SAI-REG.
            MOVE SPACES TO FOLHA-SAI-REG.
            STRING '      FGTS ' DELIMITED BY SIZE
                   WRK-CC-FGTS(WRK-IX-CC) DELIMITED BY SIZE
                   ' ENCARGOS ' DELIMITED BY SIZE
                   WRK-CC-ENCARGOS(WRK-IX-CC) DELIMITED BY SIZE
                   INTO FOLHA-SAI-REG
            END-STRING.
            WRITE FOLHA-SAI-REG.

       3000-FINALIZAR.
            CLOSE FUNCIONARIOS.
            IF WRK-TEM-EMPREST = 'S'
               CLOSE EMPRESTIMOS
            END-IF.
            IF WRK-TEM-BENEF = 'S'
               CLOSE BENEFICIOS
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               DISPLAY 'FOLHA NAO PROCESSADA'
               DISPLAY 'HOLERITES GERADOS....: ' WRK-QT-LIDOS
               DISPLAY 'REMESSA ' WRK-SEQ-REMESSA ' COM '
                       WRK-QT-DETALHES ' CREDITO(S) EM REMESSA.TXT'
               IF WRK-TOTAL-EMPRESA-BEN > 0
                  MOVE WRK-TOTAL-EMPRESA-BEN TO WRK-BENEF-ED
                  DISPLAY 'CUSTO EMPRESA VT/VR..: ' WRK-BENEF-ED
               END-IF
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.
