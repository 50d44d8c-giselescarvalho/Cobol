      * SES-PERM: um byte S/N por modulo, na ordem do MENUGERAL:
      *   1 CLIENTES, 2 ALUNOS, 3 PRODUTOS, 4 PEDIDOS, 5 ESTOQUE,
      *   6-8 reservados.
      *
      * SES-TERMINAL: terminal do login (variavel de ambiente
      *   TERMINAL), a chave da sessao registrada em SESSOES.DAT.
      ******************************************************************
       01 SES-SESSAO EXTERNAL.
            05 SES-USUARIO     PIC X(20).
            05 SES-NIVEL       PIC 9(02).
            05 SES-PERMISSOES.
                10 SES-PERM OCCURS 8 TIMES PIC X(01).
            05 SES-TERMINAL    PIC X(16).
