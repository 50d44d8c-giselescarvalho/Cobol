      ******************************************************************
      * PEDMARCA.CPY - layout do PEDMARCA.MOV, pedidos incluidos,
      *                alterados, cancelados ou trocados de chave
      *                desde a ultima atualizacao do resumo mensal de
      *                vendas. Gravado pela subrotina PEDMARCA.cbl
      *                (chamada por quem grava PEDIDOS.DAT/
      *                PEDITENS.DAT) e consumido pela etapa noturna
      *                VENDMES.cbl, que refaz o lancamento de cada
      *                pedido marcado e esvazia o arquivo.
      *
      * Uso: COPY 'PEDMARCA.CPY'. (logo apos a SELECT PEDMARCA-MOV do
      *      programa, dentro da FILE SECTION).
      *
      * O mesmo pedido pode aparecer mais de uma vez; refazer o
      * lancamento de novo nao muda o resultado.
      ******************************************************************
       FD PEDMARCA-MOV.
       01 PMV-REG.
            05 PMV-CHAVE.
                10 PMV-FONE        PIC 9(09).
                10 PMV-DATA        PIC 9(08).
                10 PMV-HORA        PIC 9(08).
            05 PMV-DATA-MOV        PIC 9(08).
            05 PMV-HORA-MARCA      PIC 9(08).
