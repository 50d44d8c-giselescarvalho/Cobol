      *                  com a fatura referenciada; e a reimpressao
      *                  de uma fatura lista embaixo as notas de
      *                  credito que a referenciam.
      *  15/10/2026 GC - situacao da NF-e da fatura (NFESIT.DAT, gravado
      *                  pelo NFEEXP.cbl e pelo NFERET.cbl): chave de
      *                  acesso e protocolo da autorizada, motivo da
      *                  rejeitada, ou aguardando retorno.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS  CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-EMAIL WITH DUPLICATES.
           SELECT NFESIT
             ASSIGN TO 'NFESIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NFESIT-STATUS
               RECORD KEY IS NFE-NUMERO.
           SELECT FATCONS-REL
             ASSIGN TO 'FATCONS.REL'
               ORGANIZATION IS LINE SEQUENTIAL

       COPY 'CLIENTES.CPY'.

       COPY 'NFESIT.CPY'.

       FD FATCONS-REL.
       01 FATCONS-REL-REG       PIC X(80).

       77 WRK-NOME-CLIENTE   PIC X(30) VALUE SPACES.
       77 WRK-TOTAL-FATURA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-NOTAS       PIC 9(03) VALUE ZEROS.
       77 NFESIT-STATUS      PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                   INTO FATCONS-REL-REG
            END-STRING.
            WRITE FATCONS-REL-REG.
            PERFORM 2150-SITUACAO-NFE.
            MOVE FAT-TOTAL TO WRK-TOTAL-FATURA.
            MOVE SPACES TO FATCONS-REL-REG.
            WRITE FATCONS-REL-REG.
               MOVE SPACES TO WRK-NOME-CLIENTE
            END-IF.

      *----------------------------------------------------------------
      * Situacao da NF-e da fatura; arquivo ausente = nenhuma nota
      * exportada ainda.
      *----------------------------------------------------------------
       2150-SITUACAO-NFE.
            MOVE SPACES TO FATCONS-REL-REG.
            OPEN INPUT NFESIT.
            IF NFESIT-STATUS = 0
               MOVE FAT-NUMERO TO NFE-NUMERO
               READ NFESIT
                  INVALID KEY
                     MOVE 'NF-E: NAO EXPORTADA' TO FATCONS-REL-REG
                  NOT INVALID KEY
                     PERFORM 2160-DESCREVE-NFE
               END-READ
               CLOSE NFESIT
            ELSE
               MOVE 'NF-E: NAO EXPORTADA' TO FATCONS-REL-REG
            END-IF.
            WRITE FATCONS-REL-REG.

       2160-DESCREVE-NFE.
            EVALUATE TRUE
               WHEN NFE-AUTORIZADA
                  STRING 'NF-E: AUTORIZADA EM ' DELIMITED BY SIZE
                         NFE-DATA-RETORNO DELIMITED BY SIZE
                         ' PROTOCOLO '    DELIMITED BY SIZE
                         NFE-PROTOCOLO    DELIMITED BY SIZE
                         INTO FATCONS-REL-REG
                  END-STRING
                  WRITE FATCONS-REL-REG
                  MOVE SPACES TO FATCONS-REL-REG
                  STRING 'CHAVE DE ACESSO ' DELIMITED BY SIZE
                         NFE-CHAVE-ACESSO   DELIMITED BY SIZE
                         INTO FATCONS-REL-REG
                  END-STRING
               WHEN NFE-REJEITADA
                  STRING 'NF-E: REJEITADA - ' DELIMITED BY SIZE
                         NFE-MOTIVO           DELIMITED BY SIZE
                         INTO FATCONS-REL-REG
                  END-STRING
               WHEN OTHER
                  STRING 'NF-E: EXPORTADA EM ' DELIMITED BY SIZE
                         NFE-DATA-EXPORT      DELIMITED BY SIZE
                         ', AGUARDANDO RETORNO' DELIMITED BY SIZE
                         INTO FATCONS-REL-REG
                  END-STRING
            END-EVALUATE.

       2200-LISTA-ITENS.
            MOVE WRK-NUMERO TO FAT-NUMERO.
            MOVE 1 TO FAT-SEQ.
