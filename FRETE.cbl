      *                  substituem os da TABFRETE, com o codigo
      *                  carimbado em PEDIDOS-TRANSP; sem cadastro
      *                  vale a TABFRETE, como antes.
      *  15/10/2026 GC - PEDIDOS-ORIGEM (pedido complementar de
      *                  pendencia) gravado zerado no historico.
      *  15/10/2026 GC - pedido gravado no historico marcado em
      *                  PEDMARCA.MOV para o resumo mensal de vendas
      *                  (VENDMES.cbl).
      *  15/10/2026 GC - PEDIDOS-ENDERECO-SEQ gravado zerado
      *                  (entrega no endereco do cadastro).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).
       01 WRK-PEDMARCA-PARM.
            05 WRK-PMC-FONE  PIC 9(09).
            05 WRK-PMC-DATA  PIC 9(08).
            05 WRK-PMC-HORA  PIC 9(08).
      *----------------------------------------------------------------
      * Area de chamada da subrotina de dias uteis (DIAUTILS).
      *----------------------------------------------------------------
            MOVE ZEROS             TO PEDIDOS-MANIFESTO.
            MOVE ZEROS TO PEDIDOS-DATA-ENTREGA.
            MOVE SPACES TO PEDIDOS-RECEBEDOR.
            MOVE ZEROS TO PEDIDOS-ORIGEM.
            MOVE ZEROS TO PEDIDOS-ENDERECO-SEQ.
            WRITE PEDIDOS-REG
               INVALID KEY
                  DISPLAY 'HISTORICO DUPLICADO IGNORADO: '
                          FRETE-ENT-FONE
               NOT INVALID KEY
                  PERFORM 2410-MARCA-PEDIDO
            END-WRITE.

      *----------------------------------------------------------------
      * Pedido mexido entra na atualizacao noturna do resumo mensal
      * de vendas (VENDMES.cbl).
      *----------------------------------------------------------------
       2410-MARCA-PEDIDO.
            MOVE PEDIDOS-CHAVE TO WRK-PEDMARCA-PARM.
            CALL 'PEDMARCA' USING WRK-PEDMARCA-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

       3000-FINALIZAR.
            CLOSE FRETE-ENTRADA.
            CLOSE FRETE-REJEITADOS.
