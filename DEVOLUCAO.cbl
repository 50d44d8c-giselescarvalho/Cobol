      *           motivo, para enxergar o que vive voltando.
      *           Motivos: DF defeito, ER erro de pedido, AR
      *           arrependimento, TR avaria no transporte, OU outro.
      * Modification History:
      *  15/10/2026 GC - a devolucao estorna os pontos de fidelidade
      *                  que o pedido deu (PONTOS.cbl), na proporcao
      *                  do valor devolvido.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       COPY 'PONTOSWS.COB'.
       COPY 'REPCTL.COB'.

       PROCEDURE DIVISION.
            PERFORM 5500-ANOTA-LIVRO.
            DISPLAY 'DEVOLUCAO REGISTRADA - CREDITO '
                    WRK-NUMERO-CRED ' DE ' WRK-VALOR-CREDITO.
            PERFORM 5600-ESTORNA-PONTOS.

       5300-REPOE-ESTOQUE.
            MOVE ITEM-PRODUTO TO PRODUTO-CODIGO.
            MOVE WRK-MOTIVO     TO DEV-MOTIVO.
            WRITE DEVOL-LOG-REG.

      *----------------------------------------------------------------
      * Estorno dos pontos de fidelidade do pedido devolvido; pedido
      * entregue antes dos pontos existirem nao tem o que estornar.
      *----------------------------------------------------------------
       5600-ESTORNA-PONTOS.
            MOVE 'E'               TO PNT-FUNCAO.
            MOVE 'DEVOLUC'         TO PNT-ORIGEM.
            MOVE WRK-FONE          TO PNT-FONE.
            MOVE WRK-DATA-MOV      TO PNT-DATA.
            MOVE PEDIDOS-CHAVE     TO PNT-DOCUMENTO.
            MOVE WRK-VALOR-CREDITO TO PNT-VALOR.
            MOVE ZEROS             TO PNT-PONTOS.
            MOVE 'N'               TO PNT-RESULTADO.
            CALL 'PONTOS' USING PNT-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF PNT-RESULTADO = 'S'
               DISPLAY 'PONTOS ESTORNADOS: ' PNT-PONTOS
                       '  SALDO DO CLIENTE: ' PNT-SALDO
               IF PNT-MENSAGEM NOT = SPACES
                  DISPLAY PNT-MENSAGEM
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Relatorio mensal: acumula por produto, com a quebra por
      * motivo dentro de cada um (1 DF, 2 ER, 3 AR, 4 TR, 5 OU).
