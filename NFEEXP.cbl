       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEEXP.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Exportacao noturna das faturas do dia para o
      *           programa de transmissao da NF-e (NFEEXP.TXT,
      *           layout fixo), no lugar da redigitacao de cada
      *           fatura no portal: registro 'E' com os dados do
      *           emitente (parametros EMIT-NOME, EMIT-CNPJ, EMIT-IE,
      *           EMIT-ENDER, EMIT-CIDADE e EMIT-UF, texto na
      *           descricao do PARAMETROS.DAT), um 'N' por fatura do
      *           dia de movimento com o destinatario (nome,
      *           documento e endereco do CLIENTES.DAT) e os totais
      *           de imposto, um 'I' por item com aliquota, ICMS e
      *           DIFAL, e trailer 'T' com contagens e soma. Cada
      *           fatura exportada ganha situacao 'E' em NFESIT.DAT
      *           (o retorno de autorizacao e o NFERET.cbl); a
      *           rejeitada volta na exportacao seguinte. Fatura de
      *           cliente sem cadastro ou com CPF/CNPJ invalido nao
      *           e exportada: fica rejeitada com o motivo, para sair
      *           no relatorio de excecoes do NFERET.cbl. Etapa do
      *           FECHADIA.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS
             ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FATURAS-STATUS
               RECORD KEY IS FAT-CHAVE.
           SELECT CLIENTES
             ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTES-STATUS
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT PARAMETROS
             ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PARAMETROS-STATUS
               RECORD KEY IS PARM-NOME.
      * Situacao da NF-e de cada fatura (chave = numero da fatura).
           SELECT NFESIT
             ASSIGN TO 'NFESIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NFESIT-STATUS
               RECORD KEY IS NFE-NUMERO.
           SELECT NFEEXP-ARQ
             ASSIGN TO 'NFEEXP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NFEEXP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FATURAS.CPY'.

       COPY 'CLIENTES.CPY'.

       FD PARAMETROS.
       01 PARM-REG.
            05 PARM-NOME     PIC X(12).
            05 PARM-VALOR    PIC 9(09)V99.
            05 PARM-DESCRICAO PIC X(30).

       COPY 'NFESIT.CPY'.

       FD NFEEXP-ARQ.
       01 NFEEXP-REG            PIC X(200).

       WORKING-STORAGE SECTION.
       77 FATURAS-STATUS      PIC 9(02).
       77 CLIENTES-STATUS     PIC 9(02).
       77 PARAMETROS-STATUS   PIC 9(02).
       77 NFESIT-STATUS       PIC 9(02).
       77 NFEEXP-STATUS       PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 WRK-EXPORTANDO      PIC X(01) VALUE 'N'.
       77 WRK-NUMERO-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-SITUACAO    PIC X(01) VALUE 'N'.
       77 WRK-SELECIONADA     PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO          PIC X(40) VALUE SPACES.
       77 WRK-QT-NOTAS        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ITENS        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RECUSADAS    PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-TOTAL      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PARM-CHAVE      PIC X(12) VALUE SPACES.
       77 WRK-PARM-TEXTO      PIC X(30) VALUE SPACES.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
      *----------------------------------------------------------------
      * Emitente: sem o parametro vale o cadastro da empresa usado
      * nas remessas.
      *----------------------------------------------------------------
       01 WRK-NFE-EMITENTE.
            05 WRK-NE-TIPO     PIC X(01) VALUE 'E'.
            05 WRK-NE-DATA     PIC 9(08).
            05 WRK-NE-CNPJ     PIC X(14) VALUE '11222333000181'.
            05 WRK-NE-IE       PIC X(14) VALUE SPACES.
            05 WRK-NE-NOME     PIC X(30) VALUE 'COMERCIO GC LTDA'.
            05 WRK-NE-ENDER    PIC X(30) VALUE SPACES.
            05 WRK-NE-CIDADE   PIC X(30) VALUE SPACES.
            05 WRK-NE-UF       PIC X(02) VALUE 'SP'.
       01 WRK-NFE-NOTA.
            05 WRK-NN-TIPO     PIC X(01) VALUE 'N'.
            05 WRK-NN-NUMERO   PIC 9(06).
            05 WRK-NN-DATA     PIC 9(08).
            05 WRK-NN-FONE     PIC 9(09).
            05 WRK-NN-NOME     PIC X(30).
            05 WRK-NN-DOC      PIC X(14).
      *     F = pessoa fisica (CPF), J = juridica (CNPJ)
            05 WRK-NN-TIPO-DOC PIC X(01).
            05 WRK-NN-LOGRAD   PIC X(40).
            05 WRK-NN-CIDADE   PIC X(30).
            05 WRK-NN-UF       PIC X(02).
            05 WRK-NN-CEP      PIC 9(08).
            05 WRK-NN-QT-ITENS PIC 9(05).
            05 WRK-NN-TOTAL    PIC 9(11)V99.
            05 WRK-NN-IMPOSTO  PIC 9(09)V99.
            05 WRK-NN-DIFAL    PIC 9(09)V99.
       01 WRK-NFE-ITEM.
            05 WRK-NI-TIPO     PIC X(01) VALUE 'I'.
            05 WRK-NI-NUMERO   PIC 9(06).
            05 WRK-NI-SEQ      PIC 9(03).
            05 WRK-NI-ITEM     PIC X(20).
            05 WRK-NI-QTD      PIC 9(05).
            05 WRK-NI-PRECO    PIC 9(07)V99.
            05 WRK-NI-TOTAL    PIC 9(11)V99.
            05 WRK-NI-ALIQ     PIC 9(02)V99.
            05 WRK-NI-IMPOSTO  PIC 9(09)V99.
            05 WRK-NI-DIFAL    PIC 9(09)V99.
       01 WRK-NFE-TRAILER.
            05 WRK-NT-TIPO     PIC X(01) VALUE 'T'.
            05 WRK-NT-QT-NOTAS PIC 9(06).
            05 WRK-NT-QT-ITENS PIC 9(06).
            05 WRK-NT-TOTAL    PIC 9(13)V99.
       COPY 'VALDOCWS.COB'.
       COPY 'RESUMO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-ERRO-ABERTURA = 'N'
               PERFORM 2000-EXPORTA-FATURAS
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE ZEROS TO WRK-QT-NOTAS WRK-QT-ITENS WRK-QT-RECUSADAS
                          WRK-SOMA-TOTAL.
            MOVE 'N' TO WRK-EXPORTANDO WRK-ERRO-ABERTURA.
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            PERFORM 1100-LE-EMITENTE.
            OPEN OUTPUT NFEEXP-ARQ.
            IF NFEEXP-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR NFEEXP.TXT'
               MOVE 'S' TO WRK-ERRO-ABERTURA
            ELSE
               MOVE WRK-DATA-MOV TO WRK-NE-DATA
               MOVE WRK-NFE-EMITENTE TO NFEEXP-REG
               WRITE NFEEXP-REG
               OPEN INPUT FATURAS
               OPEN INPUT CLIENTES
               OPEN I-O NFESIT
               IF NFESIT-STATUS = 35
                  OPEN OUTPUT NFESIT
                  CLOSE NFESIT
                  OPEN I-O NFESIT
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Dados do emitente: um parametro por campo, texto na descricao.
      *----------------------------------------------------------------
       1100-LE-EMITENTE.
            OPEN INPUT PARAMETROS.
            IF PARAMETROS-STATUS = 0
               MOVE 'EMIT-NOME' TO WRK-PARM-CHAVE
               PERFORM 1110-LE-PARM-TEXTO
               IF WRK-PARM-TEXTO NOT = SPACES
                  MOVE WRK-PARM-TEXTO TO WRK-NE-NOME
               END-IF
               MOVE 'EMIT-CNPJ' TO WRK-PARM-CHAVE
               PERFORM 1110-LE-PARM-TEXTO
               IF WRK-PARM-TEXTO NOT = SPACES
                  MOVE WRK-PARM-TEXTO TO WRK-NE-CNPJ
               END-IF
               MOVE 'EMIT-IE' TO WRK-PARM-CHAVE
               PERFORM 1110-LE-PARM-TEXTO
               MOVE WRK-PARM-TEXTO TO WRK-NE-IE
               MOVE 'EMIT-ENDER' TO WRK-PARM-CHAVE
               PERFORM 1110-LE-PARM-TEXTO
               MOVE WRK-PARM-TEXTO TO WRK-NE-ENDER
               MOVE 'EMIT-CIDADE' TO WRK-PARM-CHAVE
               PERFORM 1110-LE-PARM-TEXTO
               MOVE WRK-PARM-TEXTO TO WRK-NE-CIDADE
               MOVE 'EMIT-UF' TO WRK-PARM-CHAVE
               PERFORM 1110-LE-PARM-TEXTO
               IF WRK-PARM-TEXTO NOT = SPACES
                  MOVE WRK-PARM-TEXTO TO WRK-NE-UF
               END-IF
               CLOSE PARAMETROS
            ELSE
               DISPLAY 'PARAMETROS.DAT INDISPONIVEL: EMITENTE PADRAO'
            END-IF.

       1110-LE-PARM-TEXTO.
            MOVE WRK-PARM-CHAVE TO PARM-NOME.
            READ PARAMETROS
               INVALID KEY
                  MOVE SPACES TO WRK-PARM-TEXTO
               NOT INVALID KEY
                  MOVE PARM-DESCRICAO TO WRK-PARM-TEXTO
            END-READ.

      *----------------------------------------------------------------
      * Varre FATURAS.DAT na ordem da chave: o cabecalho (seq 000)
      * decide se a fatura vai; os itens que vem logo depois seguem
      * a decisao do cabecalho.
      *----------------------------------------------------------------
       2000-EXPORTA-FATURAS.
            IF FATURAS-STATUS NOT = 0
               DISPLAY 'FATURAS.DAT INDISPONIVEL: NADA A EXPORTAR'
            ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO FAT-CHAVE
               START FATURAS KEY IS NOT LESS THAN FAT-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM 2100-LE-FATURA UNTIL WRK-FIM-ARQ = 'S'
            END-IF.
            MOVE WRK-QT-NOTAS   TO WRK-NT-QT-NOTAS.
            MOVE WRK-QT-ITENS   TO WRK-NT-QT-ITENS.
            MOVE WRK-SOMA-TOTAL TO WRK-NT-TOTAL.
            MOVE WRK-NFE-TRAILER TO NFEEXP-REG.
            WRITE NFEEXP-REG.

       2100-LE-FATURA.
            READ FATURAS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF FAT-SEQ = ZEROS
                     MOVE 'N' TO WRK-EXPORTANDO
                     MOVE FAT-NUMERO TO WRK-NUMERO-ATUAL
                     IF FAT-CABECALHO
                        PERFORM 2200-AVALIA-FATURA
                     END-IF
                  ELSE
                     IF WRK-EXPORTANDO = 'S'
                        AND FAT-NUMERO = WRK-NUMERO-ATUAL
                        AND FAT-ITEM-REG
                        PERFORM 2400-EXPORTA-ITEM
                     END-IF
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Vai a fatura do dia de movimento ainda sem NF-e e a que
      * voltou rejeitada; exportada aguardando retorno e autorizada
      * nao vao de novo.
      *----------------------------------------------------------------
       2200-AVALIA-FATURA.
            MOVE 'N' TO WRK-SELECIONADA.
            MOVE FAT-NUMERO TO NFE-NUMERO.
            READ NFESIT
               INVALID KEY
                  MOVE 'N' TO WRK-TEM-SITUACAO
                  IF FAT-DATA = WRK-DATA-MOV
                     MOVE 'S' TO WRK-SELECIONADA
                  END-IF
               NOT INVALID KEY
                  MOVE 'S' TO WRK-TEM-SITUACAO
                  IF NFE-REJEITADA
                     MOVE 'S' TO WRK-SELECIONADA
                  END-IF
            END-READ.
            IF WRK-SELECIONADA = 'S'
               PERFORM 2300-EXPORTA-NOTA
            END-IF.

       2300-EXPORTA-NOTA.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE SPACES TO WRK-NN-NOME WRK-NN-DOC WRK-NN-TIPO-DOC
                           WRK-NN-LOGRAD WRK-NN-CIDADE WRK-NN-UF.
            MOVE ZEROS TO WRK-NN-CEP.
            IF CLIENTES-STATUS NOT = 0
               MOVE 'CLIENTES.DAT INDISPONIVEL' TO WRK-MOTIVO
            ELSE
               MOVE FAT-FONE TO CLIENTES-FONE
               READ CLIENTES
                  INVALID KEY
                     MOVE 'CLIENTE SEM CADASTRO' TO WRK-MOTIVO
                  NOT INVALID KEY
                     PERFORM 2310-MONTA-DESTINATARIO
               END-READ
            END-IF.
            MOVE FAT-NUMERO TO NFE-NUMERO.
            IF WRK-MOTIVO = SPACES
               MOVE 'E' TO NFE-SITUACAO
               MOVE WRK-DATA-MOV TO NFE-DATA-EXPORT
            ELSE
               MOVE 'R' TO NFE-SITUACAO
               ADD 1 TO WRK-QT-RECUSADAS
               DISPLAY 'FATURA ' FAT-NUMERO ' NAO EXPORTADA: '
                       WRK-MOTIVO
            END-IF.
            MOVE ZEROS TO NFE-DATA-RETORNO.
            MOVE SPACES TO NFE-CHAVE-ACESSO NFE-PROTOCOLO.
            MOVE WRK-MOTIVO TO NFE-MOTIVO.
            IF WRK-TEM-SITUACAO = 'S'
               REWRITE NFE-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR NFESIT ' NFE-NUMERO
               END-REWRITE
            ELSE
               WRITE NFE-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR NFESIT ' NFE-NUMERO
               END-WRITE
            END-IF.
            IF WRK-MOTIVO = SPACES
               MOVE 'S' TO WRK-EXPORTANDO
               ADD 1 TO WRK-QT-NOTAS
               ADD FAT-TOTAL TO WRK-SOMA-TOTAL
               MOVE FAT-NUMERO  TO WRK-NN-NUMERO
               MOVE FAT-DATA    TO WRK-NN-DATA
               MOVE FAT-FONE    TO WRK-NN-FONE
               MOVE FAT-QTD     TO WRK-NN-QT-ITENS
               MOVE FAT-TOTAL   TO WRK-NN-TOTAL
               MOVE FAT-IMPOSTO TO WRK-NN-IMPOSTO
               IF FAT-DIFAL NUMERIC
                  MOVE FAT-DIFAL TO WRK-NN-DIFAL
               ELSE
                  MOVE ZEROS TO WRK-NN-DIFAL
               END-IF
               MOVE WRK-NFE-NOTA TO NFEEXP-REG
               WRITE NFEEXP-REG
            END-IF.

      *----------------------------------------------------------------
      * Destinatario: documento validado (CPF = F, CNPJ = J); sem
      * documento valido a nota nao e aceita pela SEFAZ.
      *----------------------------------------------------------------
       2310-MONTA-DESTINATARIO.
            MOVE CLIENTES-NOME       TO WRK-NN-NOME.
            MOVE CLIENTES-DOC        TO WRK-NN-DOC.
            MOVE CLIENTES-LOGRADOURO TO WRK-NN-LOGRAD.
            MOVE CLIENTES-CIDADE     TO WRK-NN-CIDADE.
            MOVE CLIENTES-UF         TO WRK-NN-UF.
            MOVE CLIENTES-CEP        TO WRK-NN-CEP.
            MOVE CLIENTES-DOC TO DOC-ENTRADA.
            PERFORM 9620-VALIDA-DOC.
            EVALUATE DOC-TIPO
               WHEN 'CPF  '
                  MOVE 'F' TO WRK-NN-TIPO-DOC
               WHEN 'CNPJ '
                  MOVE 'J' TO WRK-NN-TIPO-DOC
               WHEN OTHER
                  MOVE 'CPF/CNPJ DO CLIENTE INVALIDO OU AUSENTE'
                    TO WRK-MOTIVO
            END-EVALUATE.
            IF WRK-MOTIVO = SPACES AND CLIENTES-UF = SPACES
               MOVE 'CLIENTE SEM UF NO ENDERECO' TO WRK-MOTIVO
            END-IF.

       2400-EXPORTA-ITEM.
            ADD 1 TO WRK-QT-ITENS.
            MOVE FAT-NUMERO  TO WRK-NI-NUMERO.
            MOVE FAT-SEQ     TO WRK-NI-SEQ.
            MOVE FAT-ITEM    TO WRK-NI-ITEM.
            MOVE FAT-QTD     TO WRK-NI-QTD.
            MOVE FAT-PRECO   TO WRK-NI-PRECO.
            MOVE FAT-TOTAL   TO WRK-NI-TOTAL.
            MOVE FAT-IMPOSTO TO WRK-NI-IMPOSTO.
            IF FAT-ALIQ-ICMS NUMERIC
               MOVE FAT-ALIQ-ICMS TO WRK-NI-ALIQ
            ELSE
               MOVE ZEROS TO WRK-NI-ALIQ
            END-IF.
            IF FAT-DIFAL NUMERIC
               MOVE FAT-DIFAL TO WRK-NI-DIFAL
            ELSE
               MOVE ZEROS TO WRK-NI-DIFAL
            END-IF.
            MOVE WRK-NFE-ITEM TO NFEEXP-REG.
            WRITE NFEEXP-REG.

       3000-FINALIZAR.
            MOVE WRK-QT-NOTAS TO RES-NFE-EXPORTADAS.
            MOVE WRK-QT-RECUSADAS TO RES-NFE-RECUSADAS.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
            ELSE
               CLOSE NFEEXP-ARQ
               IF FATURAS-STATUS = 0
                  CLOSE FATURAS
               END-IF
               IF CLIENTES-STATUS = 0
                  CLOSE CLIENTES
               END-IF
               CLOSE NFESIT
               DISPLAY 'DIA DE MOVIMENTO.....: ' WRK-DATA-MOV
               DISPLAY 'NOTAS EXPORTADAS.....: ' WRK-QT-NOTAS
               DISPLAY 'ITENS EXPORTADOS.....: ' WRK-QT-ITENS
               DISPLAY 'RECUSADAS NO CADASTRO: ' WRK-QT-RECUSADAS
               DISPLAY 'ARQUIVO GRAVADO EM NFEEXP.TXT'
               MOVE ZERO TO RETURN-CODE
            END-IF.
            DISPLAY 'FINAL DE PROCESSAMENTO'.

       COPY 'VALDOC.CPY'.
      *END PROGRAM NFEEXP.
