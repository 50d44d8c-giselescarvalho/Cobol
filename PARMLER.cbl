      *                  corrente; reprocessar um dia antigo usa as
      *                  taxas daquele dia. As vigencias tambem sao
      *                  carregadas em tabela na primeira chamada.
      *  15/10/2026 GC - tabela de parametros ampliada para 99
      *                  nomes (os lotes novos passaram dos 50).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-QT-PARMS      PIC 9(02) VALUE ZEROS.
       77 WRK-IX-VARRE      PIC 9(02) VALUE ZEROS.
       01 WRK-PARMS-TAB.
            05 WRK-PARM-ITEM OCCURS 99 TIMES INDEXED BY WRK-IX-P.
                10 WRK-PARM-NOME  PIC X(12).
                10 WRK-PARM-VALOR PIC 9(09)V99.
       77 PARMVIG-STATUS    PIC 9(02).
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  IF WRK-QT-PARMS < 99
                     ADD 1 TO WRK-QT-PARMS
                     SET WRK-IX-P TO WRK-QT-PARMS
                     MOVE PARM-NOME  TO WRK-PARM-NOME(WRK-IX-P)
