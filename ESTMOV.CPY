      *         MOV-QTD e a diferenca absoluta e MOV-SALDO o saldo
      *         contado que passou a valer
                88 MOV-AJUSTE  VALUE 'A'.
      *         transferencia entre locais (ESTOQUE.cbl): uma perna de
      *         saida no local de origem e uma de entrada no destino,
      *         com os locais no documento ('TRANSF LOJ>DEP') e
      *         MOV-SALDO o saldo do local; nao mudam o total e nao
      *         contam como consumo
                88 MOV-TRANSF-SAIDA   VALUE 'T'.
                88 MOV-TRANSF-ENTRADA VALUE 'R'.
            05 MOV-QTD       PIC 9(05)V99.
            05 MOV-DOCUMENTO PIC X(25).
            05 MOV-SALDO     PIC 9(05)V99.
