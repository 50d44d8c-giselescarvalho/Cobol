      *           sequencia REMESSA.SEQ, mesmo layout da folha),
      *           persiste o resultado em FOLHAHIST.DAT (tipo 'R') e
      *           marca o funcionario como desligado.
      * Modification History:
      *  15/10/2026 GC - encargos do empregador sobre a rescisao: FGTS
      *                  do mes rescisorio e INSS patronal, RAT/FAP e
      *                  terceiros (aliquotas G, P, A e T do
      *                  TABFOLHA.TXT) sobre saldo de salario e 13o
      *                  proporcional - as ferias indenizadas ficam
      *                  fora da base. FGTS informado no termo e
      *                  encargos persistidos no FOLHAHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                10 WRK-IRRF-DEDUCAO  PIC 9(07)V99.
       77 WRK-QT-FAIXAS-IRRF PIC 9(02) VALUE ZEROS.
       77 WRK-DED-DEPENDENTE PIC 9(05)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * Encargos do empregador (aliquotas G, P, A e T do TABFOLHA).
      *----------------------------------------------------------------
       77 WRK-ALIQ-FGTS      PIC 9(02)V99 VALUE 8.
       77 WRK-ALIQ-PATRONAL  PIC 9(02)V99 VALUE 20.
       77 WRK-ALIQ-RAT       PIC 9(02)V99 VALUE 2.
       77 WRK-ALIQ-TERCEIROS PIC 9(02)V99 VALUE 5,80.
       77 WRK-BASE-ENCARGOS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FGTS-CALC      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS-EMPRESA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT-CALC       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS-CALC PIC 9(06)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
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
                  PERFORM 2400-CALCULA-IRRF
                  COMPUTE WRK-LIQUIDO = WRK-BRUTO
                          - WRK-INSS-CALC - WRK-IRRF-CALC
                  PERFORM 2200-CALCULA-ENCARGOS
                  PERFORM 2500-IMPRIME-TERMO
                  PERFORM 2600-GRAVA-REMESSA
                  PERFORM 2700-PERSISTE-HISTORICO
            COMPUTE WRK-BRUTO = WRK-SALDO-SALARIO + WRK-13-PROP
                    + WRK-FERIAS-PROP + WRK-TERCO-FERIAS.

      *----------------------------------------------------------------
      * Encargos do empregador: base e saldo de salario mais 13o
      * proporcional; ferias proporcionais e terco sao indenizados e
      * nao entram no FGTS nem na contribuicao patronal.
      *----------------------------------------------------------------
       2200-CALCULA-ENCARGOS.
            COMPUTE WRK-BASE-ENCARGOS =
                    WRK-SALDO-SALARIO + WRK-13-PROP.
            COMPUTE WRK-FGTS-CALC ROUNDED =
                    WRK-BASE-ENCARGOS * WRK-ALIQ-FGTS / 100.
            COMPUTE WRK-INSS-EMPRESA ROUNDED =
                    WRK-BASE-ENCARGOS * WRK-ALIQ-PATRONAL / 100.
            COMPUTE WRK-RAT-CALC ROUNDED =
                    WRK-BASE-ENCARGOS * WRK-ALIQ-RAT / 100.
            COMPUTE WRK-TERCEIROS-CALC ROUNDED =
                    WRK-BASE-ENCARGOS * WRK-ALIQ-TERCEIROS / 100.

      *----------------------------------------------------------------
      * Mesmas faixas progressivas da FOLHA sobre o bruto da
      * rescisao (salario acima da ultima faixa usa o teto).
                   INTO RESCISAO-REL-REG
            END-STRING.
            WRITE RESCISAO-REL-REG.
            MOVE WRK-FGTS-CALC TO WRK-VALOR-ED.
            MOVE SPACES TO RESCISAO-REL-REG.
            STRING 'FGTS DO MES RESCISORIO (DEPOSITO): '
                                           DELIMITED BY SIZE
                   WRK-VALOR-ED            DELIMITED BY SIZE
                   INTO RESCISAO-REL-REG
            END-STRING.
            WRITE RESCISAO-REL-REG.
            MOVE 'ASSINATURA DO EMPREGADO: ____________________'
              TO RESCISAO-REL-REG.
            WRITE RESCISAO-REL-REG.
            MOVE ZEROS         TO FHIST-BENEFICIOS.
            MOVE WRK-LIQUIDO   TO FHIST-LIQUIDO.
            MOVE FUN-CCUSTO    TO FHIST-CCUSTO.
            MOVE WRK-BASE-ENCARGOS TO FHIST-BASE-FGTS
                                      FHIST-BASE-PATRONAL.
            MOVE WRK-FGTS-CALC TO FHIST-FGTS.
            MOVE WRK-INSS-EMPRESA TO FHIST-INSS-EMPRESA.
            MOVE WRK-RAT-CALC  TO FHIST-RAT.
            MOVE WRK-TERCEIROS-CALC TO FHIST-TERCEIROS.
            MOVE ZEROS TO FHIST-DESC-BENEF FHIST-CUSTO-BENEF.
            WRITE FHIST-REG
               INVALID KEY
                  REWRITE FHIST-REG
