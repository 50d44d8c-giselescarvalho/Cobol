      *           custo sai no FRETEMARG.cbl. Padrao INCLUIR/
      *           CONSULTAR/ALTERAR dos demais cadastros de tela;
      *           exclusao de transportadora e logica (situacao I).
      * Modification History:
      *  15/10/2026 GC - cadastro de veiculos (VEICULOS.DAT,
      *                  VEICULO.CPY): placa, transportadora dona,
      *                  carga maxima (kg) e cubagem (m3), base da
      *                  conferencia de capacidade do ROMANEIO.cbl.
      *  15/10/2026 GC - transportadora ganha o codigo de fornecedor
      *                  (TRA-FORNECEDOR) sob o qual a fatura de frete
      *                  auditada vira titulo a pagar (FRETEAUD.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSPTAB-STATUS
               RECORD KEY IS TRF-CHAVE.
           SELECT VEICULOS
             ASSIGN TO 'VEICULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VEICULOS-STATUS
               RECORD KEY IS VEI-PLACA.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSPS.
            05 TRA-SITUACAO  PIC X(01).
                88 TRA-ATIVA   VALUE 'A'.
                88 TRA-INATIVA VALUE 'I'.
      *     fornecedor (FORNECED.DAT) sob o qual a fatura de frete
      *     vira titulo a pagar na auditoria (FRETEAUD.cbl)
            05 TRA-FORNECEDOR PIC 9(04).

       FD TRANSPTAB.
       01 TRF-REG.
      *     margem do FRETEMARG.cbl
            05 TRF-CUSTO-TAXA PIC 9V999.

       COPY 'VEICULO.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO         PIC X(1).
       77 WRK-MODULO        PIC X(25).
       77 WRK-MSGERRO       PIC X(30).
       77 TRANSPS-STATUS    PIC 9(02).
       77 TRANSPTAB-STATUS  PIC 9(02).
       77 VEICULOS-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.

       SCREEN SECTION.
            05 LINE 09 COLUMN 15 VALUE '3 - INATIVAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - TARIFA POR UF'.
            05 LINE 11 COLUMN 15 VALUE '5 - LISTAR TARIFAS'.
            05 LINE 12 COLUMN 15 VALUE '6 - VEICULO'.
            05 LINE 13 COLUMN 15 VALUE '7 - LISTAR VEICULOS'.
            05 LINE 14 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 15 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 15 COLUMN 28 USING WRK-OPCAO REVERSE-VIDEO.

       01 TELA-TRANSP.
            05 CHAVE-TRANSP FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC X(30) USING TRA-NOME.
               10 LINE 12 COLUMN 10 VALUE 'SITUACAO(A/I) '.
               10 COLUMN PLUS 2 PIC X(01) USING TRA-SITUACAO.
               10 LINE 13 COLUMN 10 VALUE 'FORNECEDOR CP. '.
               10 COLUMN PLUS 2 PIC 9(04) USING TRA-FORNECEDOR
                   BLANK WHEN ZEROS.

       01 TELA-TARIFA.
            05 CHAVE-TARIFA FOREGROUND-COLOR 2.
               10 LINE 13 COLUMN 10 VALUE 'TAXA DE CUSTO '.
               10 COLUMN PLUS 2 PIC 9V999 USING TRF-CUSTO-TAXA.

       01 TELA-VEICULO.
            05 CHAVE-VEICULO FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'PLACA......... '.
               10 COLUMN PLUS 2 PIC X(07) USING VEI-PLACA.
            05 SS-DADOS-VEICULO.
               10 LINE 11 COLUMN 10 VALUE 'TRANSPORTADORA '.
               10 COLUMN PLUS 2 PIC X(03) USING VEI-TRANSP.
               10 LINE 12 COLUMN 10 VALUE 'DESCRICAO..... '.
               10 COLUMN PLUS 2 PIC X(20) USING VEI-DESCRICAO.
               10 LINE 13 COLUMN 10 VALUE 'CARGA MAX (KG) '.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING VEI-CAP-PESO.
               10 LINE 14 COLUMN 10 VALUE 'CUBAGEM (M3).. '.
               10 COLUMN PLUS 2 PIC 9(03)V99 USING VEI-CAP-VOLUME.
               10 LINE 15 COLUMN 10 VALUE 'SITUACAO(A/I). '.
               10 COLUMN PLUS 2 PIC X(01) USING VEI-SITUACAO.

       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 20 COLUMN 01 ERASE EOL
                  CLOSE TRANSPTAB
                  OPEN I-O TRANSPTAB
               END-IF.
            OPEN I-O VEICULOS
              IF VEICULOS-STATUS = 35 THEN
                  OPEN OUTPUT VEICULOS
                  CLOSE VEICULOS
                  OPEN I-O VEICULOS
               END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
                PERFORM 7000-MANTER-TARIFA
              WHEN 5
                PERFORM 9000-LISTAR-TARIFAS
              WHEN 6
                PERFORM 7500-MANTER-VEICULO
              WHEN 7
                PERFORM 9100-LISTAR-VEICULOS
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY 'ENTRE COM OPCAO CORRETA'
       3000-FINALIZAR.
            CLOSE TRANSPS.
            CLOSE TRANSPTAB.
            CLOSE VEICULOS.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            MOVE SPACES TO TRA-CODIGO TRA-NOME.
            MOVE 'A' TO TRA-SITUACAO.
            MOVE ZEROS TO TRA-FORNECEDOR.
            DISPLAY TELA.
            ACCEPT TELA-TRANSP.
            WRITE TRA-REG
                  ACCEPT MOSTRA-ERRO
            END-READ.

      *----------------------------------------------------------------
      * Veiculo: placa nova inclui, placa cadastrada mostra e regrava.
      * A transportadora dona, quando informada, tem de existir.
      *----------------------------------------------------------------
       7500-MANTER-VEICULO.
            MOVE 'MODULO - VEICULO  ' TO WRK-MODULO.
            MOVE SPACES TO VEI-PLACA.
            DISPLAY TELA.
            ACCEPT CHAVE-VEICULO.
            READ VEICULOS
               INVALID KEY
                  MOVE SPACES TO VEI-TRANSP VEI-DESCRICAO
                  MOVE ZEROS TO VEI-CAP-PESO VEI-CAP-VOLUME
                  MOVE 'A' TO VEI-SITUACAO
                  ACCEPT SS-DADOS-VEICULO
                  PERFORM 7510-VALIDA-VEICULO
                  IF WRK-MSGERRO = SPACES
                     WRITE VEI-REG
                        INVALID KEY
                           MOVE 'ERRO AO INCLUIR VEICULO'
                             TO WRK-MSGERRO
                        NOT INVALID KEY
                           MOVE 'VEICULO INCLUIDO  ' TO WRK-MSGERRO
                     END-WRITE
                  END-IF
               NOT INVALID KEY
                  ACCEPT SS-DADOS-VEICULO
                  PERFORM 7510-VALIDA-VEICULO
                  IF WRK-MSGERRO = SPACES
                     REWRITE VEI-REG
                        INVALID KEY
                           MOVE 'ERRO AO ALTERAR  ' TO WRK-MSGERRO
                        NOT INVALID KEY
                           MOVE 'VEICULO ALTERADO  ' TO WRK-MSGERRO
                     END-REWRITE
                  END-IF
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7510-VALIDA-VEICULO.
            IF VEI-SITUACAO = 'a'
               MOVE 'A' TO VEI-SITUACAO
            END-IF.
            IF VEI-SITUACAO = 'i'
               MOVE 'I' TO VEI-SITUACAO
            END-IF.
            IF VEI-PLACA = SPACES
               MOVE 'PLACA EM BRANCO   ' TO WRK-MSGERRO
            END-IF.
            IF WRK-MSGERRO = SPACES
               AND NOT VEI-ATIVO AND NOT VEI-INATIVO
               MOVE 'SITUACAO INVALIDA ' TO WRK-MSGERRO
            END-IF.
            IF WRK-MSGERRO = SPACES AND VEI-TRANSP NOT = SPACES
               MOVE VEI-TRANSP TO TRA-CODIGO
               READ TRANSPS
                  INVALID KEY
                     MOVE 'TRANSPORTADORA SEM CADASTRO'
                       TO WRK-MSGERRO
               END-READ
            END-IF.

       9000-LISTAR-TARIFAS.
            MOVE 'MODULO - LISTAGEM ' TO WRK-MODULO.
            DISPLAY TELA.
                          SPACE TRF-PRAZO SPACE TRF-CUSTO-TAXA
            END-READ.

       9100-LISTAR-VEICULOS.
            MOVE 'MODULO - VEICULOS ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY 'PLACA   TRA DESCRICAO            CARGA KG  M3'
                    '     S'.
            MOVE 'N' TO WRK-FIM-ARQ.
            MOVE LOW-VALUES TO VEI-PLACA.
            START VEICULOS KEY IS NOT LESS THAN VEI-PLACA
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 9110-LISTA-VEICULO UNTIL WRK-FIM-ARQ = 'S'.
            MOVE 'FIM DA LISTAGEM   ' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       9110-LISTA-VEICULO.
            READ VEICULOS NEXT RECORD
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  DISPLAY VEI-PLACA SPACE VEI-TRANSP SPACE
                          VEI-DESCRICAO SPACE VEI-CAP-PESO SPACE
                          VEI-CAP-VOLUME SPACE VEI-SITUACAO
            END-READ.

      *END PROGRAM TRANSP.
