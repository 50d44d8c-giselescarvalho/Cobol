       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETEAUD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Auditoria da fatura de frete da transportadora. O
      *           FRETEMARG so estima o custo; a fatura do fim do mes
      *           era paga como veio. Aqui o arquivo de cobranca da
      *           transportadora (FRETEAUD.TXT: cabecalho 'H' com a
      *           transportadora, numero da fatura, vencimento e mes
      *           de competencia; uma linha 'D' por pedido cobrado,
      *           com o romaneio e o valor) e ordenado pela chave do
      *           pedido e casado com PEDIDOS.DAT. Cada linha e
      *           conferida contra o custo esperado - PEDIDOS-VALOR
      *           x taxa de custo da tarifa da UF (TRANSPTAB.DAT)
      *           mais o excedente de peso (peso dos itens pelo
      *           cadastro de produtos, limite e taxa do cadastro
      *           central de parametros). FRETEAUD.REL (padrao
      *           REPCTL.COB/REPCAB.CPY) lista:
      *             SC sobrecobranca (acima do esperado mais a
      *                tolerancia FRETE-TOLER, padrao R$ 1,00) -
      *                aprova-se o esperado;
      *             DP pedido cobrado duas vezes (na mesma fatura ou
      *                ja aprovado em fatura anterior, FRETECOB.DAT)
      *                - nada aprovado;
      *             SR pedido cobrado sem ter saido em romaneio (ou
      *                inexistente, cancelado ou de outra
      *                transportadora) - nada aprovado;
      *             NC pedido da transportadora expedido em romaneio
      *                no mes de competencia e nao cobrado.
      *           Modo C so confere. Modo A (aprovar) grava cada
      *           linha aprovada em FRETECOB.DAT e abre o titulo do
      *           total aprovado em PAGAR.DAT para o fornecedor da
      *           transportadora (TRA-FORNECEDOR), com o numero da
      *           fatura na nota. RETURN-CODE 16 se arquivo ou
      *           cabecalho invalido, 8 se houve ocorrencia.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-ENTRADA
             ASSIGN TO 'FRETEAUD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETEAUD-ENT-STATUS.
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
           SELECT PRODUTOS
             ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTOS-STATUS
               RECORD KEY IS PRODUTO-CHAVE.
           SELECT TRANSPS
             ASSIGN TO 'TRANSP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPS-STATUS
               RECORD KEY IS TRA-CODIGO.
           SELECT TRANSPTAB
             ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPTAB-STATUS
               RECORD KEY IS TRF-CHAVE.
      * Fornecedores (opcional), confere o fornecedor da transportadora.
           SELECT FORNECEDORES
             ASSIGN TO 'FORNECED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FORNECED-STATUS
               RECORD KEY IS FOR-CODIGO.
      * Pedidos ja cobrados e aprovados, contra a dupla cobranca.
           SELECT FRETECOB
             ASSIGN TO 'FRETECOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FRETECOB-STATUS
               RECORD KEY IS FCB-CHAVE.
           SELECT PAGAR
             ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAR-STATUS
               RECORD KEY IS PAG-NUMERO.
           SELECT PAGSEQ
             ASSIGN TO 'PAGAR.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGSEQ-STATUS.
           SELECT FRETEAUD-REL
             ASSIGN TO 'FRETEAUD.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRETEAUD-REL-STATUS.
           SELECT ORDENACAO
             ASSIGN TO 'FRETEAUD.SRT'.
       DATA DIVISION.
       FILE SECTION.
      * O arquivo comeca com o cabecalho 'H'; as linhas de cobranca
      * sao 'D'. Outro tipo (trailer da transportadora) e ignorado.
       FD FRETEAUD-ENTRADA.
       01 FAD-REG.
            05 FAD-TIPO       PIC X(01).
            05 FAD-MANIFESTO  PIC 9(06).
            05 FAD-FONE       PIC 9(09).
            05 FAD-DATA       PIC 9(08).
            05 FAD-HORA       PIC 9(08).
            05 FAD-VALOR      PIC 9(07)V99.
       01 FAC-REG.
            05 FAC-TIPO        PIC X(01).
            05 FAC-TRANSP      PIC X(03).
            05 FAC-FATURA      PIC X(10).
            05 FAC-EMISSAO     PIC 9(08).
            05 FAC-VENCIMENTO  PIC 9(08).
            05 FAC-COMPETENCIA PIC 9(06).

       COPY 'PEDIDOS.CPY'.

       COPY 'PEDITENS.CPY'.

       COPY 'PRODUTOS.CPY'.

       FD TRANSPS.
       01 TRA-REG.
            05 TRA-CODIGO    PIC X(03).
            05 TRA-NOME      PIC X(30).
            05 TRA-SITUACAO  PIC X(01).
                88 TRA-ATIVA   VALUE 'A'.
                88 TRA-INATIVA VALUE 'I'.
            05 TRA-FORNECEDOR PIC 9(04).

       FD TRANSPTAB.
       01 TRF-REG.
            05 TRF-CHAVE.
                10 TRF-TRANSP PIC X(03).
                10 TRF-UF     PIC X(02).
            05 TRF-TAXA       PIC 9V999.
            05 TRF-PRAZO      PIC 9(02).
            05 TRF-CUSTO-TAXA PIC 9V999.

       COPY 'FORNECED.CPY'.

       FD FRETECOB.
       01 FCB-REG.
            05 FCB-CHAVE.
                10 FCB-FONE    PIC 9(09).
                10 FCB-DATA    PIC 9(08).
                10 FCB-HORA    PIC 9(08).
            05 FCB-TRANSP      PIC X(03).
            05 FCB-FATURA      PIC X(10).
            05 FCB-DATA-AUDIT  PIC 9(08).
            05 FCB-COBRADO     PIC 9(07)V99.
            05 FCB-APROVADO    PIC 9(07)V99.
            05 FCB-TITULO      PIC 9(06).

       COPY 'PAGAR.CPY'.

       FD PAGSEQ.
       01 PAGSEQ-REG.
            05 PAGSEQ-NUMERO PIC 9(06).

       FD FRETEAUD-REL.
       01 FRETEAUD-REL-REG    PIC X(132).

       SD ORDENACAO.
       01 ORD-REG.
            05 ORD-CHAVE.
                10 ORD-FONE    PIC 9(09).
                10 ORD-DATA    PIC 9(08).
                10 ORD-HORA    PIC 9(08).
      *     ordem de leitura, para a duplicata sair depois da primeira
            05 ORD-SEQ         PIC 9(06).
            05 ORD-MANIFESTO   PIC 9(06).
            05 ORD-VALOR       PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FRETEAUD-ENT-STATUS PIC 9(02).
       77 PEDIDOS-STATUS      PIC 9(02).
       77 PEDITENS-STATUS     PIC 9(02).
       77 PRODUTOS-STATUS     PIC 9(02).
       77 TRANSPS-STATUS      PIC 9(02).
       77 TRANSPTAB-STATUS    PIC 9(02).
       77 FORNECED-STATUS     PIC 9(02).
       77 FRETECOB-STATUS     PIC 9(02).
       77 PAGAR-STATUS        PIC 9(02).
       77 PAGSEQ-STATUS       PIC 9(02).
       77 FRETEAUD-REL-STATUS PIC 9(02).
       77 WRK-MODO            PIC X(01) VALUE SPACE.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-ERRO-FATURA     PIC X(01) VALUE 'N'.
       77 WRK-MSG-FATURA      PIC X(40) VALUE SPACES.
       77 WRK-TEM-PEDITENS    PIC X(01) VALUE 'N'.
       77 WRK-TEM-PRODUTOS    PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRANSPTAB   PIC X(01) VALUE 'N'.
       77 WRK-TEM-FORNECED    PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-FIM-ORD         PIC X(01) VALUE 'N'.
       77 WRK-FIM-PED         PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITEM        PIC X(01) VALUE 'N'.
       77 WRK-PED-COBRADO     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-LINHA       PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------
      * Chaves do casamento fatura x pedidos (HIGH-VALUES no fim).
      *----------------------------------------------------------------
       01 WRK-CHAVE-COB.
            05 WRK-COB-FONE   PIC 9(09).
            05 WRK-COB-DATA   PIC 9(08).
            05 WRK-COB-HORA   PIC 9(08).
       01 WRK-CHAVE-PED.
            05 WRK-PED-FONE   PIC 9(09).
            05 WRK-PED-DATA   PIC 9(08).
            05 WRK-PED-HORA   PIC 9(08).
      *----------------------------------------------------------------
      * Linha corrente: ocorrencia (OK/SC/DP/SR/NC), custo esperado
      * e valor aprovado.
      *----------------------------------------------------------------
       77 WRK-OCORRENCIA      PIC X(02) VALUE SPACES.
       77 WRK-TEXTO-OCORR     PIC X(36) VALUE SPACES.
       77 WRK-PESO-PEDIDO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ESPERADO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-APROVADO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA      PIC 9(05)V99 VALUE 1,00.
       77 WRK-PRAZO-PAGAR     PIC 9(03) VALUE 30.
       77 WRK-NUM-TITULO      PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------
      * Totais da fatura por ocorrencia.
      *----------------------------------------------------------------
       77 WRK-QT-LINHAS       PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-COBRADO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-OK           PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-OK        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-SC           PIC 9(05) VALUE ZEROS.
       77 WRK-COBRADO-SC      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ESPERADO-SC     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-DP           PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-DP        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-SR           PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-SR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-NC           PIC 9(05) VALUE ZEROS.
       77 WRK-ESPERADO-NC     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-APROVADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ESPERADO-ED     PIC ZZZ.ZZZ.ZZ9,99.
       COPY 'TABFRETE.CPY'.
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N' AND WRK-ERRO-FATURA = 'N'
               SORT ORDENACAO
                  ON ASCENDING KEY ORD-FONE ORD-DATA ORD-HORA ORD-SEQ
                  INPUT PROCEDURE IS 2000-LE-FATURA
                  OUTPUT PROCEDURE IS 4000-CONFRONTA-PEDIDOS
               IF WRK-MODO = 'A' AND WRK-TOTAL-APROVADO > ZEROS
                  PERFORM 5000-ABRE-TITULO-PAGAR
               END-IF
               PERFORM 4900-RESUMO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY 'MODO (C = CONFERIR, A = APROVAR E LANCAR): '.
            ACCEPT WRK-MODO.
            IF WRK-MODO = 'a'
               MOVE 'A' TO WRK-MODO
            END-IF.
            IF WRK-MODO NOT = 'A'
               MOVE 'C' TO WRK-MODO
            END-IF.
            PERFORM 1050-CARREGA-PARAMETROS.
            OPEN INPUT FRETEAUD-ENTRADA.
            OPEN INPUT PEDIDOS.
            OPEN INPUT TRANSPS.
            OPEN INPUT TRANSPTAB.
            IF TRANSPTAB-STATUS = 0
               MOVE 'S' TO WRK-TEM-TRANSPTAB
            END-IF.
            OPEN INPUT PEDITENS.
            IF PEDITENS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PEDITENS
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-PRODUTOS
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF FORNECED-STATUS = 0
               MOVE 'S' TO WRK-TEM-FORNECED
            END-IF.
            OPEN I-O FRETECOB
              IF FRETECOB-STATUS = 35 THEN
                  OPEN OUTPUT FRETECOB
                  CLOSE FRETECOB
                  OPEN I-O FRETECOB
               END-IF.
            OPEN OUTPUT FRETEAUD-REL.
            IF FRETEAUD-ENT-STATUS NOT = 0
               OR PEDIDOS-STATUS NOT = 0
               OR TRANSPS-STATUS NOT = 0
               OR FRETECOB-STATUS NOT = 0
               OR FRETEAUD-REL-STATUS NOT = 0
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               PERFORM 1100-VALIDA-CABECALHO
               MOVE 'AUDITORIA DE FATURA DE FRETE' TO RPT-TITULO
               PERFORM 9980-CABECALHO-RPT
               IF WRK-ERRO-FATURA = 'S'
                  MOVE WRK-MSG-FATURA TO RPT-LINHA-IMPRESSA
                  PERFORM 9990-GRAVA-LINHA-RPT
                  PERFORM 9995-RODAPE-RPT
               ELSE
                  PERFORM 1200-CABECALHO-FATURA
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Tolerancia da conferencia, prazo do titulo e os limites de
      * excedente de peso (padroes da TABFRETE.CPY).
      *----------------------------------------------------------------
       1050-CARREGA-PARAMETROS.
            MOVE 'FRETE-TOLER' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-TOLERANCIA
            END-IF.
            MOVE 'PRAZO-PAGAR' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-PRAZO-PAGAR
            END-IF.
            MOVE 'LIMITE-PESO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-LIMITE-PESO
            END-IF.
            MOVE 'TAXA-EXCPESO' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S'
               MOVE WRK-PARM-VALOR TO WRK-TAXA-EXC-PESO
            END-IF.

      *----------------------------------------------------------------
      * O cabecalho tem de vir primeiro e apontar transportadora
      * cadastrada; para aprovar, com fornecedor informado.
      *----------------------------------------------------------------
       1100-VALIDA-CABECALHO.
            READ FRETEAUD-ENTRADA
               AT END
                  MOVE 'S' TO WRK-ERRO-FATURA
                  MOVE 'ARQUIVO DE FATURA VAZIO' TO WRK-MSG-FATURA
            END-READ.
            IF WRK-ERRO-FATURA = 'N' AND FAC-TIPO NOT = 'H'
               MOVE 'S' TO WRK-ERRO-FATURA
               MOVE 'FATURA SEM CABECALHO H' TO WRK-MSG-FATURA
            END-IF.
            IF WRK-ERRO-FATURA = 'N'
               MOVE FAC-TRANSP TO TRA-CODIGO
               READ TRANSPS
                  INVALID KEY
                     MOVE 'S' TO WRK-ERRO-FATURA
                     MOVE 'TRANSPORTADORA SEM CADASTRO'
                       TO WRK-MSG-FATURA
               END-READ
            END-IF.
            IF WRK-ERRO-FATURA = 'N' AND WRK-MODO = 'A'
               IF TRA-FORNECEDOR = ZEROS
                  MOVE 'S' TO WRK-ERRO-FATURA
                  MOVE 'TRANSPORTADORA SEM FORNECEDOR NO CADASTRO'
                    TO WRK-MSG-FATURA
               ELSE
                  IF WRK-TEM-FORNECED = 'S'
                     MOVE TRA-FORNECEDOR TO FOR-CODIGO
                     READ FORNECEDORES
                        INVALID KEY
                           MOVE 'S' TO WRK-ERRO-FATURA
                           MOVE 'FORNECEDOR DA TRANSP. INEXISTENTE'
                             TO WRK-MSG-FATURA
                     END-READ
                  END-IF
               END-IF
            END-IF.

       1200-CABECALHO-FATURA.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TRANSPORTADORA: ' DELIMITED BY SIZE
                   TRA-CODIGO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   TRA-NOME           DELIMITED BY SIZE
                   '  FATURA: '       DELIMITED BY SIZE
                   FAC-FATURA         DELIMITED BY SIZE
                   '  COMPETENCIA: '  DELIMITED BY SIZE
                   FAC-COMPETENCIA    DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF WRK-MODO = 'A'
               MOVE 'MODO: APROVACAO (GRAVA COBRADOS E TITULO A PAGAR)'
                 TO RPT-LINHA-IMPRESSA
            ELSE
               MOVE 'MODO: CONFERENCIA (NADA E GRAVADO)'
                 TO RPT-LINHA-IMPRESSA
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE 'CD FONE      DATA     HORA     ROMAN.        COBRADO'
              TO RPT-LINHA-IMPRESSA.
            MOVE '       ESPERADO  OCORRENCIA'
              TO RPT-LINHA-IMPRESSA(54:27).
            PERFORM 9990-GRAVA-LINHA-RPT.

      *----------------------------------------------------------------
      * Linhas de cobranca para o SORT, na chave do pedido.
      *----------------------------------------------------------------
       2000-LE-FATURA.
            PERFORM 2100-LIBERA-LINHA UNTIL WRK-FIM-ARQ = 'S'.

       2100-LIBERA-LINHA.
            READ FRETEAUD-ENTRADA
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FAD-TIPO = 'D'
                     ADD 1 TO WRK-SEQ-LINHA WRK-QT-LINHAS
                     ADD FAD-VALOR TO WRK-TOTAL-COBRADO
                     MOVE FAD-FONE      TO ORD-FONE
                     MOVE FAD-DATA      TO ORD-DATA
                     MOVE FAD-HORA      TO ORD-HORA
                     MOVE WRK-SEQ-LINHA TO ORD-SEQ
                     MOVE FAD-MANIFESTO TO ORD-MANIFESTO
                     MOVE FAD-VALOR     TO ORD-VALOR
                     RELEASE ORD-REG
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Casamento da fatura ordenada com PEDIDOS.DAT (mesma chave):
      *  cobranca sem pedido      -> SR (pedido inexistente);
      *  cobranca = pedido        -> confere a linha (a segunda
      *                              cobranca do mesmo pedido e DP);
      *  pedido sem cobranca      -> NC, se era para ser cobrado.
      *----------------------------------------------------------------
       4000-CONFRONTA-PEDIDOS.
            MOVE LOW-VALUES TO PEDIDOS-CHAVE.
            START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-PED
                  MOVE HIGH-VALUES TO WRK-CHAVE-PED
            END-START.
            IF WRK-FIM-PED = 'N'
               PERFORM 4010-LE-PEDIDO
            END-IF.
            PERFORM 4020-LE-COBRANCA.
            PERFORM 4100-CASA-REGISTROS
               UNTIL WRK-FIM-PED = 'S' AND WRK-FIM-ORD = 'S'.

       4010-LE-PEDIDO.
            MOVE 'N' TO WRK-PED-COBRADO.
            READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-PED
                  MOVE HIGH-VALUES TO WRK-CHAVE-PED
               NOT AT END
                  MOVE PEDIDOS-FONE TO WRK-PED-FONE
                  MOVE PEDIDOS-DATA TO WRK-PED-DATA
                  MOVE PEDIDOS-HORA TO WRK-PED-HORA
            END-READ.

       4020-LE-COBRANCA.
            RETURN ORDENACAO
               AT END
                  MOVE 'S' TO WRK-FIM-ORD
                  MOVE HIGH-VALUES TO WRK-CHAVE-COB
               NOT AT END
                  MOVE ORD-CHAVE TO WRK-CHAVE-COB
            END-RETURN.

       4100-CASA-REGISTROS.
            EVALUATE TRUE
               WHEN WRK-CHAVE-COB < WRK-CHAVE-PED
                  MOVE ZEROS TO WRK-ESPERADO WRK-APROVADO
                  MOVE 'SR' TO WRK-OCORRENCIA
                  MOVE 'PEDIDO INEXISTENTE' TO WRK-TEXTO-OCORR
                  PERFORM 4500-REGISTRA-LINHA
                  PERFORM 4020-LE-COBRANCA
               WHEN WRK-CHAVE-COB = WRK-CHAVE-PED
                  PERFORM 4200-CONFERE-LINHA
                  PERFORM 4500-REGISTRA-LINHA
                  PERFORM 4020-LE-COBRANCA
               WHEN OTHER
                  IF WRK-PED-COBRADO = 'N'
                     PERFORM 4400-VERIFICA-NAO-COBRADO
                  END-IF
                  PERFORM 4010-LE-PEDIDO
            END-EVALUATE.

      *----------------------------------------------------------------
      * Linha de cobranca de pedido existente: dupla cobranca, saida
      * sem romaneio, ou conferencia do valor contra o esperado.
      *----------------------------------------------------------------
       4200-CONFERE-LINHA.
            MOVE ZEROS TO WRK-ESPERADO WRK-APROVADO.
            MOVE SPACES TO WRK-OCORRENCIA WRK-TEXTO-OCORR.
            IF WRK-PED-COBRADO = 'S'
               MOVE 'DP' TO WRK-OCORRENCIA
               MOVE 'COBRADO DUAS VEZES NESTA FATURA'
                 TO WRK-TEXTO-OCORR
            ELSE
               MOVE 'S' TO WRK-PED-COBRADO
               MOVE PEDIDOS-CHAVE TO FCB-CHAVE
               READ FRETECOB
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'DP' TO WRK-OCORRENCIA
                     STRING 'JA APROVADO NA FATURA ' DELIMITED BY SIZE
                            FCB-FATURA DELIMITED BY SIZE
                            INTO WRK-TEXTO-OCORR
                     END-STRING
               END-READ
            END-IF.
            IF WRK-OCORRENCIA = SPACES
               EVALUATE TRUE
                  WHEN PED-CANCELADO
                     MOVE 'SR' TO WRK-OCORRENCIA
                     MOVE 'PEDIDO CANCELADO' TO WRK-TEXTO-OCORR
                  WHEN PEDIDOS-MANIFESTO = ZEROS
                     MOVE 'SR' TO WRK-OCORRENCIA
                     MOVE 'PEDIDO SEM ROMANEIO' TO WRK-TEXTO-OCORR
                  WHEN PEDIDOS-TRANSP NOT = TRA-CODIGO
                     MOVE 'SR' TO WRK-OCORRENCIA
                     MOVE 'PEDIDO DE OUTRA TRANSPORTADORA'
                       TO WRK-TEXTO-OCORR
                  WHEN OTHER
                     PERFORM 4300-CUSTO-ESPERADO
                     IF ORD-VALOR > WRK-ESPERADO + WRK-TOLERANCIA
                        MOVE 'SC' TO WRK-OCORRENCIA
                        MOVE 'COBRADO ACIMA DO ESPERADO'
                          TO WRK-TEXTO-OCORR
                        MOVE WRK-ESPERADO TO WRK-APROVADO
                     ELSE
                        MOVE 'OK' TO WRK-OCORRENCIA
                        MOVE ORD-VALOR TO WRK-APROVADO
                     END-IF
               END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * Custo esperado do pedido: valor x taxa de custo da tarifa da
      * transportadora na UF, mais o excedente de peso dos itens.
      * Sem tarifa para a UF o esperado fica so no excedente.
      *----------------------------------------------------------------
       4300-CUSTO-ESPERADO.
            MOVE ZEROS TO WRK-ESPERADO.
            IF WRK-TEM-TRANSPTAB = 'S'
               MOVE PEDIDOS-TRANSP TO TRF-TRANSP
               MOVE PEDIDOS-UF     TO TRF-UF
               READ TRANSPTAB
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     COMPUTE WRK-ESPERADO ROUNDED =
                             PEDIDOS-VALOR * TRF-CUSTO-TAXA
               END-READ
            END-IF.
            PERFORM 4310-PESA-PEDIDO.
            IF WRK-PESO-PEDIDO > WRK-LIMITE-PESO
               COMPUTE WRK-ESPERADO ROUNDED = WRK-ESPERADO
                       + (WRK-PESO-PEDIDO - WRK-LIMITE-PESO)
                         * WRK-TAXA-EXC-PESO
            END-IF.

       4310-PESA-PEDIDO.
            MOVE ZEROS TO WRK-PESO-PEDIDO.
            IF WRK-TEM-PEDITENS = 'S' AND WRK-TEM-PRODUTOS = 'S'
               MOVE 'N' TO WRK-FIM-ITEM
               MOVE PEDIDOS-FONE TO ITEM-FONE
               MOVE PEDIDOS-DATA TO ITEM-DATA
               MOVE PEDIDOS-HORA TO ITEM-HORA
               MOVE ZEROS        TO ITEM-SEQ
               START PEDITENS KEY IS NOT LESS THAN ITEM-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ITEM
               END-START
               PERFORM 4320-PESA-ITEM UNTIL WRK-FIM-ITEM = 'S'
            END-IF.

       4320-PESA-ITEM.
            READ PEDITENS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ITEM
               NOT AT END
                  IF ITEM-FONE = PEDIDOS-FONE
                     AND ITEM-DATA = PEDIDOS-DATA
                     AND ITEM-HORA = PEDIDOS-HORA
                     MOVE ITEM-PRODUTO TO PRODUTO-CODIGO
                     READ PRODUTOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           COMPUTE WRK-PESO-PEDIDO ROUNDED =
                                   WRK-PESO-PEDIDO
                                   + ITEM-QTD * PRODUTO-PESO
                     END-READ
                  ELSE
                     MOVE 'S' TO WRK-FIM-ITEM
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Pedido que a transportadora levou (romaneio carimbado) no mes
      * da competencia, nao cobrado nesta fatura nem aprovado antes.
      *----------------------------------------------------------------
       4400-VERIFICA-NAO-COBRADO.
            IF PEDIDOS-TRANSP = TRA-CODIGO
               AND PEDIDOS-MANIFESTO NOT = ZEROS
               AND NOT PED-CANCELADO
               AND PEDIDOS-DATA(1:6) = FAC-COMPETENCIA
               MOVE PEDIDOS-CHAVE TO FCB-CHAVE
               READ FRETECOB
                  INVALID KEY
                     PERFORM 4300-CUSTO-ESPERADO
                     ADD 1 TO WRK-QT-NC
                     ADD WRK-ESPERADO TO WRK-ESPERADO-NC
                     MOVE WRK-ESPERADO TO WRK-ESPERADO-ED
                     MOVE SPACES TO RPT-LINHA-IMPRESSA
                     STRING 'NC '          DELIMITED BY SIZE
                            PEDIDOS-FONE   DELIMITED BY SIZE
                            ' '            DELIMITED BY SIZE
                            PEDIDOS-DATA   DELIMITED BY SIZE
                            ' '            DELIMITED BY SIZE
                            PEDIDOS-HORA   DELIMITED BY SIZE
                            ' '            DELIMITED BY SIZE
                            PEDIDOS-MANIFESTO DELIMITED BY SIZE
                            '                ' DELIMITED BY SIZE
                            WRK-ESPERADO-ED DELIMITED BY SIZE
                            '  EXPEDIDO E NAO COBRADO'
                                           DELIMITED BY SIZE
                            INTO RPT-LINHA-IMPRESSA
                     END-STRING
                     PERFORM 9990-GRAVA-LINHA-RPT
               END-READ
            END-IF.

      *----------------------------------------------------------------
      * Acumula a linha da fatura na sua ocorrencia, imprime o que
      * nao e OK e, na aprovacao, registra o pedido como cobrado.
      *----------------------------------------------------------------
       4500-REGISTRA-LINHA.
            EVALUATE WRK-OCORRENCIA
               WHEN 'OK'
                  ADD 1 TO WRK-QT-OK
                  ADD ORD-VALOR TO WRK-VALOR-OK
               WHEN 'SC'
                  ADD 1 TO WRK-QT-SC
                  ADD ORD-VALOR TO WRK-COBRADO-SC
                  ADD WRK-ESPERADO TO WRK-ESPERADO-SC
               WHEN 'DP'
                  ADD 1 TO WRK-QT-DP
                  ADD ORD-VALOR TO WRK-VALOR-DP
               WHEN OTHER
                  ADD 1 TO WRK-QT-SR
                  ADD ORD-VALOR TO WRK-VALOR-SR
            END-EVALUATE.
            ADD WRK-APROVADO TO WRK-TOTAL-APROVADO.
            IF WRK-OCORRENCIA NOT = 'OK'
               MOVE ORD-VALOR TO WRK-VALOR-ED
               MOVE WRK-ESPERADO TO WRK-ESPERADO-ED
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING WRK-OCORRENCIA DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      ORD-FONE       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      ORD-DATA       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      ORD-HORA       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      ORD-MANIFESTO  DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WRK-VALOR-ED   DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WRK-ESPERADO-ED DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      WRK-TEXTO-OCORR DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            IF WRK-MODO = 'A' AND WRK-APROVADO > ZEROS
               PERFORM 4510-GRAVA-COBRADO
            END-IF.

      *     o titulo so e aberto no fim, mas o numero e reservado na
      *     primeira linha aprovada para amarrar o registro do pedido
       4510-GRAVA-COBRADO.
            IF WRK-NUM-TITULO = ZEROS
               PERFORM 5100-RESERVA-TITULO
            END-IF.
            MOVE ORD-FONE        TO FCB-FONE.
            MOVE ORD-DATA        TO FCB-DATA.
            MOVE ORD-HORA        TO FCB-HORA.
            MOVE TRA-CODIGO      TO FCB-TRANSP.
            MOVE FAC-FATURA      TO FCB-FATURA.
            MOVE WRK-DATA-HOJE   TO FCB-DATA-AUDIT.
            MOVE ORD-VALOR       TO FCB-COBRADO.
            MOVE WRK-APROVADO    TO FCB-APROVADO.
            MOVE WRK-NUM-TITULO  TO FCB-TITULO.
            WRITE FCB-REG
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR COBRADO: ' ORD-FONE
            END-WRITE.

      *----------------------------------------------------------------
      * Quadro final da fatura por ocorrencia.
      *----------------------------------------------------------------
       4900-RESUMO.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-TOTAL-COBRADO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'LINHAS DA FATURA.......: ' DELIMITED BY SIZE
                   WRK-QT-LINHAS  DELIMITED BY SIZE
                   '  COBRADO '   DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-VALOR-OK TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'CONFERIDAS OK..........: ' DELIMITED BY SIZE
                   WRK-QT-OK      DELIMITED BY SIZE
                   '  COBRADO '   DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-COBRADO-SC TO WRK-VALOR-ED.
            MOVE WRK-ESPERADO-SC TO WRK-ESPERADO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'SC SOBRECOBRANCA.......: ' DELIMITED BY SIZE
                   WRK-QT-SC      DELIMITED BY SIZE
                   '  COBRADO '   DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   '  ESPERADO '  DELIMITED BY SIZE
                   WRK-ESPERADO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-VALOR-DP TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'DP COBRADOS EM DOBRO...: ' DELIMITED BY SIZE
                   WRK-QT-DP      DELIMITED BY SIZE
                   '  COBRADO '   DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-VALOR-SR TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'SR COBRADOS SEM ROMANEIO: ' DELIMITED BY SIZE
                   WRK-QT-SR      DELIMITED BY SIZE
                   ' COBRADO '    DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-ESPERADO-NC TO WRK-ESPERADO-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'NC EXPEDIDOS NAO COBRADOS: ' DELIMITED BY SIZE
                   WRK-QT-NC      DELIMITED BY SIZE
                   ' ESPERADO '   DELIMITED BY SIZE
                   WRK-ESPERADO-ED DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE WRK-TOTAL-APROVADO TO WRK-VALOR-ED.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            STRING 'TOTAL APROVADO.........: ' DELIMITED BY SIZE
                   WRK-VALOR-ED   DELIMITED BY SIZE
                   INTO RPT-LINHA-IMPRESSA
            END-STRING.
            PERFORM 9990-GRAVA-LINHA-RPT.
            MOVE SPACES TO RPT-LINHA-IMPRESSA.
            IF WRK-MODO = 'A' AND WRK-NUM-TITULO NOT = ZEROS
               STRING 'TITULO A PAGAR.........: ' DELIMITED BY SIZE
                      WRK-NUM-TITULO DELIMITED BY SIZE
                      '  FORNECEDOR ' DELIMITED BY SIZE
                      TRA-FORNECEDOR DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
            ELSE
               MOVE 'NENHUM TITULO A PAGAR ABERTO'
                 TO RPT-LINHA-IMPRESSA
            END-IF.
            PERFORM 9990-GRAVA-LINHA-RPT.
            PERFORM 9995-RODAPE-RPT.

      *----------------------------------------------------------------
      * Titulo do total aprovado para o fornecedor da transportadora;
      * a nota ja vem preenchida com o numero da fatura. Vencimento
      * da fatura ou, sem ele, o prazo padrao PRAZO-PAGAR.
      *----------------------------------------------------------------
       5000-ABRE-TITULO-PAGAR.
            OPEN I-O PAGAR
              IF PAGAR-STATUS = 35 THEN
                  OPEN OUTPUT PAGAR
                  CLOSE PAGAR
                  OPEN I-O PAGAR
               END-IF.
            IF PAGAR-STATUS NOT = 0
               DISPLAY 'PAGAR.DAT INDISPONIVEL - TITULO NAO ABERTO'
               MOVE ZEROS TO WRK-NUM-TITULO
            ELSE
               MOVE WRK-NUM-TITULO  TO PAG-NUMERO
               MOVE TRA-FORNECEDOR  TO PAG-FORNECEDOR
               MOVE ZEROS           TO PAG-OC
               MOVE FAC-FATURA      TO PAG-NOTA
               MOVE WRK-DATA-HOJE   TO PAG-EMISSAO
               IF FAC-VENCIMENTO NUMERIC AND FAC-VENCIMENTO > ZEROS
                  MOVE FAC-VENCIMENTO TO PAG-VENCIMENTO
               ELSE
                  COMPUTE PAG-VENCIMENTO =
                          FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                          + WRK-PRAZO-PAGAR)
               END-IF
               MOVE WRK-TOTAL-APROVADO TO PAG-VALOR
               MOVE ZEROS TO PAG-PAGO PAG-DATA-PAGTO PAG-REMESSA
               MOVE 'A' TO PAG-SITUACAO
               WRITE PAG-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO ABRIR TITULO A PAGAR '
                             PAG-NUMERO
                     MOVE ZEROS TO WRK-NUM-TITULO
               END-WRITE
               CLOSE PAGAR
            END-IF.

       5100-RESERVA-TITULO.
            MOVE ZEROS TO WRK-NUM-TITULO.
            OPEN INPUT PAGSEQ.
            IF PAGSEQ-STATUS = 0
               READ PAGSEQ
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PAGSEQ-NUMERO TO WRK-NUM-TITULO
               END-READ
               CLOSE PAGSEQ
            END-IF.
            ADD 1 TO WRK-NUM-TITULO.
            OPEN OUTPUT PAGSEQ.
            MOVE WRK-NUM-TITULO TO PAGSEQ-NUMERO.
            WRITE PAGSEQ-REG.
            CLOSE PAGSEQ.

       3000-FINALIZAR.
            CLOSE FRETEAUD-ENTRADA.
            CLOSE PEDIDOS.
            CLOSE TRANSPS.
            CLOSE FRETECOB.
            IF WRK-TEM-TRANSPTAB = 'S'
               CLOSE TRANSPTAB
            END-IF.
            IF WRK-TEM-PEDITENS = 'S'
               CLOSE PEDITENS
            END-IF.
            IF WRK-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
            END-IF.
            IF WRK-TEM-FORNECED = 'S'
               CLOSE FORNECEDORES
            END-IF.
            CLOSE FRETEAUD-REL.
            DISPLAY '-------------------------------------'.
            EVALUATE TRUE
               WHEN WRK-ERRO-ABERTURA = 'S'
                  DISPLAY 'ERRO AO ABRIR FRETEAUD.TXT/PEDIDOS.DAT/'
                          'TRANSP.DAT/FRETECOB.DAT/FRETEAUD.REL'
                  MOVE 16 TO RETURN-CODE
               WHEN WRK-ERRO-FATURA = 'S'
                  DISPLAY WRK-MSG-FATURA
                  MOVE 16 TO RETURN-CODE
               WHEN OTHER
                  DISPLAY 'LINHAS DA FATURA.....: ' WRK-QT-LINHAS
                  DISPLAY 'CONFERIDAS OK........: ' WRK-QT-OK
                  DISPLAY 'SOBRECOBRANCAS.......: ' WRK-QT-SC
                  DISPLAY 'COBRADOS EM DOBRO....: ' WRK-QT-DP
                  DISPLAY 'COBRADOS SEM ROMANEIO: ' WRK-QT-SR
                  DISPLAY 'EXPEDIDOS NAO COBRADOS: ' WRK-QT-NC
                  DISPLAY 'TOTAL APROVADO.......: ' WRK-TOTAL-APROVADO
                  IF WRK-MODO = 'A' AND WRK-NUM-TITULO NOT = ZEROS
                     DISPLAY 'TITULO A PAGAR.......: ' WRK-NUM-TITULO
                  END-IF
                  DISPLAY 'RELATORIO GRAVADO EM FRETEAUD.REL'
                  IF WRK-QT-SC > ZEROS OR WRK-QT-DP > ZEROS
                     OR WRK-QT-SR > ZEROS OR WRK-QT-NC > ZEROS
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE ZERO TO RETURN-CODE
                  END-IF
            END-EVALUATE.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'REPCAB.CPY' REPLACING ==RPT-ARQ-SAIDA-REG== BY
           ==FRETEAUD-REL-REG==.

      *END PROGRAM FRETEAUD.
