      *           titulos, faturas) ficam intactos, ligados ao fone -
      *           e grava a propria anonimizacao em CLIAUDIT.LOG
      *           (operacao LGPD-ANON), com o "depois" ja anonimo.
      * Modification History:
      *  15/10/2026 GC - CLIHIST-REG acompanha o CLIENTES-REG com as
      *                  preferencias de aviso de pedido
      *                  (CLIHIST-AVISOS), mesmo layout do CLIPURGE.
      *  15/10/2026 GC - Anonimizacao alcanca tambem os enderecos de
      *                  entrega do titular (ENDERECOS.DAT), como o
      *                  LGPDRET faz na rodada de retencao.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
             ASSIGN TO 'NOTIFICA.PRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFICA-PRC-STATUS.
      * Enderecos de entrega do titular (opcional).
           SELECT ENDERECOS
             ASSIGN TO 'ENDERECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENDERECOS-STATUS
               RECORD KEY IS ENDER-CHAVE.
           SELECT LGPD-REL
             ASSIGN TO 'LGPD.REL'
               ORGANIZATION IS LINE SEQUENTIAL
            05 CLIHIST-DATA-INCLUSAO PIC 9(08).
            05 CLIHIST-LIMITE-CREDITO PIC 9(09)V99.
            05 CLIHIST-CATEGORIA PIC X(01).
            05 CLIHIST-AVISOS    PIC X(03).

       FD CLIAUDIT.
       01 CLIAUDIT-REG.
            05 PRC-DT-PROC   PIC 9(08).
            05 PRC-HR-PROC   PIC 9(08).

       COPY 'ENDERECOS.CPY'.

       FD LGPD-REL.
       01 LGPD-REL-REG      PIC X(132).

       77 CLIAUDIT-STATUS     PIC 9(02).
       77 NOTIFICA-PRC-STATUS PIC 9(02).
       77 LGPD-REL-STATUS     PIC 9(02).
       77 ENDERECOS-STATUS    PIC 9(02).
       77 WRK-FIM-ARQ         PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA   PIC X(01) VALUE 'N'.
       77 WRK-TECLA           PIC X(01) VALUE SPACE.
       77 WRK-FONE            PIC 9(09) VALUE ZEROS.
       77 WRK-TEM-MESTRE      PIC X(01) VALUE 'N'.
       77 WRK-TEM-HISTORICO   PIC X(01) VALUE 'N'.
       77 WRK-TEM-ENDERECOS   PIC X(01) VALUE 'N'.
       77 WRK-FIM-END         PIC X(01) VALUE 'N'.
       77 WRK-QT-ENDERECOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-AUDITORIA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOTIFICA     PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------
                  OPEN I-O CLIHIST
               END-IF.
            OPEN INPUT NOTIFICA-PRC.
            OPEN I-O ENDERECOS.
            IF ENDERECOS-STATUS = 0
               MOVE 'S' TO WRK-TEM-ENDERECOS
            END-IF.
            OPEN OUTPUT LGPD-REL.
            IF CLIENTES-STATUS NOT = 0 OR LGPD-REL-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT/LGPD.REL INDISPONIVEIS'
                  IF WRK-TEM-HISTORICO = 'S'
                     PERFORM 5200-ANONIMIZA-HISTORICO
                  END-IF
                  IF WRK-TEM-ENDERECOS = 'S'
                     PERFORM 5300-ANONIMIZA-ENDERECOS
                     DISPLAY 'ENDERECOS DE ENTREGA ANONIMIZADOS: '
                             WRK-QT-ENDERECOS
                  END-IF
                  DISPLAY 'TITULAR ANONIMIZADO - REGISTROS '
                          'FINANCEIROS PRESERVADOS'
               ELSE
                  END-REWRITE
            END-READ.

      *----------------------------------------------------------------
      * Enderecos de entrega do titular: mesmos valores neutros da
      * retencao do LGPDRET, e o endereco fica inativo.
      *----------------------------------------------------------------
       5300-ANONIMIZA-ENDERECOS.
            MOVE 'N' TO WRK-FIM-END.
            MOVE WRK-FONE TO ENDER-FONE.
            MOVE ZEROS TO ENDER-SEQ.
            START ENDERECOS KEY IS NOT LESS THAN ENDER-CHAVE
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-END
            END-START.
            PERFORM 5310-ANONIMIZA-ENDERECO UNTIL WRK-FIM-END = 'S'.

       5310-ANONIMIZA-ENDERECO.
            READ ENDERECOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-END
               NOT AT END
                  IF ENDER-FONE NOT = WRK-FONE
                     MOVE 'S' TO WRK-FIM-END
                  ELSE
                     MOVE 'ANONIMIZADO' TO ENDER-ROTULO
                     MOVE SPACES TO ENDER-LOGRADOURO ENDER-CIDADE
                                    ENDER-UF
                     MOVE ZEROS TO ENDER-CEP
                     MOVE 'I' TO ENDER-SITUACAO
                     REWRITE ENDER-REG
                        INVALID KEY
                           DISPLAY 'ERRO AO ANONIMIZAR ENDERECO: '
                                   ENDER-FONE ' ' ENDER-SEQ
                        NOT INVALID KEY
                           ADD 1 TO WRK-QT-ENDERECOS
                     END-REWRITE
                  END-IF
            END-READ.

      *----------------------------------------------------------------
      * Linha de auditoria da anonimizacao: o "antes" e o registro
      * vivo e o "depois" sao os valores anonimos.
            IF NOTIFICA-PRC-STATUS = 0 OR NOTIFICA-PRC-STATUS = 10
               CLOSE NOTIFICA-PRC
            END-IF.
            IF WRK-TEM-ENDERECOS = 'S'
               CLOSE ENDERECOS
            END-IF.
            DISPLAY '-------------------------------------'.
            IF WRK-ERRO-ABERTURA = 'S'
               MOVE 16 TO RETURN-CODE
