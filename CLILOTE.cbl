      *                  de lote com e-mail ja cadastrado (mesma
      *                  checagem de 9600-VERIFICA-EMAIL-DUP do
      *                  CLIENTES.cbl), e nao so telefone duplicado.
      *  15/10/2026 GC - cliente da carga entra recebendo todos os
      *                  avisos de pedido (CLIENTES-AVISOS = SSS);
      *                  imagem de trabalho passa a 197 bytes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-QT-INCLUIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DUPLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-EMAIL-DUP     PIC X(01) VALUE 'N'.
       77 WRK-CLIENTES-PEND PIC X(197) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            MOVE LOTE-EMAIL TO CLIENTES-EMAIL.
            MOVE SPACES TO CLIENTES-DOC CLIENTES-ENDERECO.
            MOVE 'A' TO CLIENTES-SITUACAO.
            MOVE 'SSS' TO CLIENTES-AVISOS.
            ACCEPT CLIENTES-DATA-INCLUSAO FROM DATE YYYYMMDD.
            MOVE CLIENTES-REG TO WRK-CLIENTES-PEND.
            PERFORM 9600-VERIFICA-EMAIL-DUP.
