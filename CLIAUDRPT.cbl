      *           valores antes/depois de cada alteracao, para atender
      *           as perguntas da area de conformidade sem abrir o
      *           arquivo bruto num editor.
      * Modification History:
      *  15/10/2026 GC - imprime o limite de credito antes/depois
      *                  (alteracao manual e aprovacao das propostas
      *                  da revisao LIMREV.cbl).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
                10 CLIAUD-CIDADE-NOVO PIC X(30).
                10 CLIAUD-UF-NOVO     PIC X(02).
                10 CLIAUD-CEP-NOVO    PIC 9(08).
      *     limite de credito antes/depois; os lotes de expurgo e
      *     rechaveio gravam o registro sem estes campos
            05 CLIAUD-LIMITE-ANT  PIC 9(09)V99.
            05 CLIAUD-LIMITE-NOVO PIC 9(09)V99.

       FD CLIAUDRPT-REL.
       01 CLIAUDRPT-REL-REG     PIC X(132).
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.
            IF CLIAUD-LIMITE-ANT IS NUMERIC
               AND CLIAUD-LIMITE-NOVO IS NUMERIC
               AND CLIAUD-LIMITE-ANT NOT = CLIAUD-LIMITE-NOVO
               MOVE SPACES TO RPT-LINHA-IMPRESSA
               STRING '   LIMITE..: ' DELIMITED BY SIZE
                      CLIAUD-LIMITE-ANT  DELIMITED BY SIZE
                      ' => '             DELIMITED BY SIZE
                      CLIAUD-LIMITE-NOVO DELIMITED BY SIZE
                      INTO RPT-LINHA-IMPRESSA
               END-STRING
               PERFORM 9990-GRAVA-LINHA-RPT
            END-IF.

       3000-FINALIZAR.
            CLOSE CLIAUDIT.
