      * A atacado, P vip); o desconto de cada categoria esta na
      * TABCATEG.CPY e e aplicado pelo PEDENTRA.cbl e pelo
      * FATURA.cbl. Espacos (cadastro antigo) vale varejo.
      *
      * CLIENTES-AVISOS: um byte por evento de andamento de pedido
      * enfileirado na NOTIFICA.SPL (separado, expedido, entregue);
      * N = cliente nao quer o aviso, qualquer outro valor (inclusive
      * espacos do cadastro antigo) = recebe.
      ******************************************************************
       FD CLIENTES.
       01 CLIENTES-REG.
                88 CLI-VAREJO    VALUES 'V' ' '.
                88 CLI-ATACADO   VALUE 'A'.
                88 CLI-VIP       VALUE 'P'.
            05 CLIENTES-AVISOS.
                10 CLIENTES-AVISO-SEPARADO PIC X(01).
                    88 CLI-SEM-AVISO-SEPARADO VALUE 'N'.
                10 CLIENTES-AVISO-EXPEDIDO PIC X(01).
                    88 CLI-SEM-AVISO-EXPEDIDO VALUE 'N'.
                10 CLIENTES-AVISO-ENTREGUE PIC X(01).
                    88 CLI-SEM-AVISO-ENTREGUE VALUE 'N'.
