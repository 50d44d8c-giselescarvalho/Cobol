      *           bloqueia o fechamento com RETURN-CODE 16; no
      *           sucesso as contagens do dia viram a base da
      *           proxima verificacao.
      * Modification History:
      *  15/10/2026 GC - FD CLIENTES acompanha o CLIENTES.CPY com as
      *                  preferencias de aviso de pedido
      *                  (CLIENTES-AVISOS).
      *  15/10/2026 GC - FD PRODUTOS acompanha o PRODUTOS.CPY (classe
      *                  ABC, data de contagem, peso e volume).
      *  15/10/2026 GC - FD USUARIOS com o tamanho real do registro
      *                  (81 bytes, como no LOGIN.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            05 CLIENTES-DATA-INCLUSAO PIC 9(08).
            05 CLIENTES-LIMITE-CREDITO PIC 9(09)V99.
            05 CLIENTES-CATEGORIA PIC X(01).
            05 CLIENTES-AVISOS    PIC X(03).

       COPY 'PEDIDOS.CPY'.

       FD USUARIOS.
       01 USUARIO-REG.
            05 USUARIO-LOGIN    PIC X(20).
            05 USUARIO-RESTO    PIC X(61).

       FD PRODUTOS.
       01 PRODUTO-REG.
            05 PRODUTO-CHAVE.
                10 PRODUTO-CODIGO PIC 9(06).
            05 PRODUTO-RESTO      PIC X(97).

       FD ALUNOS.
       01 ALUNO-REG.
