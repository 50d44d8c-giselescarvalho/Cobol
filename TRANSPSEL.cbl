      *           tarifa para a UF. Sem cadastro (ou sem tarifa para
      *           a UF) devolve TSP-ACHADO = 'N' e o chamador fica na
      *           tarifa propria da TABFRETE.CPY, como antes.
      * Modification History:
      *  15/10/2026 GC - FD TRANSPS acompanha o codigo de fornecedor
      *                  da transportadora (TRA-FORNECEDOR).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
            05 TRA-SITUACAO  PIC X(01).
                88 TRA-ATIVA   VALUE 'A'.
                88 TRA-INATIVA VALUE 'I'.
      *     fornecedor (FORNECED.DAT) sob o qual a fatura de frete
      *     vira titulo a pagar na auditoria (FRETEAUD.cbl)
            05 TRA-FORNECEDOR PIC 9(04).

       FD TRANSPTAB.
       01 TRF-REG.
