       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSREG.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Registro das sessoes abertas em SESSOES.DAT
      *           (SESSOES.CPY), chamado via CALL 'SESSREG' com a
      *           operacao, o usuario e o terminal:
      *             A - abre (LOGIN.cbl, depois da senha conferida):
      *                 sem sessao, sessao do mesmo terminal ou sessao
      *                 parada ha mais de SESSAO-OCIOS minutos, a
      *                 sessao nova substitui a velha; com sessao viva
      *                 em outro terminal o login e recusado (D), ou,
      *                 com o parametro SESSAO-DUPLA = 1, a sessao
      *                 nova toma o lugar da outra com aviso (W);
      *             T - toca (MENUGERAL, a cada opcao): confirma que a
      *                 sessao ainda e deste terminal e anota a
      *                 atividade; derrubada pelo ADM ou tomada por
      *                 outro terminal volta X, parada alem do limite
      *                 e encerrada e volta E;
      *             F - fecha (saida do MENUGERAL).
      *           Sem conseguir abrir o SESSOES.DAT a resposta e S -
      *           o login segue como antes do registro.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSOES
             ASSIGN TO 'SESSOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SESSOES-STATUS
               RECORD KEY IS SESS-USUARIO.
       DATA DIVISION.
       FILE SECTION.
       COPY 'SESSOES.CPY'.

       WORKING-STORAGE SECTION.
       77 SESSOES-STATUS    PIC 9(02).
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-DATA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-MINUTOS-PARADO PIC S9(09) VALUE ZEROS.
      *----------------------------------------------------------------
      * Minutos sem atividade para a sessao cair (SESSAO-OCIOS) e o
      * tratamento do segundo login (SESSAO-DUPLA: 0 recusa, 1 avisa
      * e derruba a outra).
      *----------------------------------------------------------------
       77 WRK-SESSAO-OCIOSA PIC 9(03) VALUE 15.
       77 WRK-SESSAO-DUPLA  PIC 9(01) VALUE 0.
       77 WRK-PARM-LIDO     PIC X(01) VALUE 'N'.
       01 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA-R REDEFINES WRK-HORA-AGORA.
            05 WRK-AGORA-HH  PIC 9(02).
            05 WRK-AGORA-MM  PIC 9(02).
            05 FILLER        PIC 9(04).
       01 WRK-HORA-ULT      PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-ULT-R REDEFINES WRK-HORA-ULT.
            05 WRK-ULT-HH    PIC 9(02).
            05 WRK-ULT-MM    PIC 9(02).
            05 FILLER        PIC 9(04).
       01 WRK-PARM-PEDIDO.
            05 WRK-PARM-NOME   PIC X(12).
            05 WRK-PARM-VALOR  PIC 9(09)V99.
            05 WRK-PARM-ACHADO PIC X(01).

       LINKAGE SECTION.
       01 SESSREG-PARM.
            05 SRG-OPERACAO      PIC X(01).
            05 SRG-USUARIO       PIC X(20).
            05 SRG-TERMINAL      PIC X(16).
      *     S ok, W ok com a outra sessao derrubada, D recusado por
      *     sessao viva em outro terminal, E encerrada por
      *     ociosidade, X sessao derrubada ou tomada
            05 SRG-RESULTADO     PIC X(01).
            05 SRG-TERM-OUTRA    PIC X(16).

       PROCEDURE DIVISION USING SESSREG-PARM.
       0001-PRINCIPAL.
            MOVE 'S' TO SRG-RESULTADO.
            MOVE SPACES TO SRG-TERM-OUTRA.
            IF WRK-PARM-LIDO = 'N'
               PERFORM 1000-LE-PARAMETROS
            END-IF.
            OPEN I-O SESSOES.
            IF SESSOES-STATUS = 35
               OPEN OUTPUT SESSOES
               CLOSE SESSOES
               OPEN I-O SESSOES
            END-IF.
            IF SESSOES-STATUS = 0
               ACCEPT WRK-DATA-AGORA FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-AGORA FROM TIME
               MOVE SRG-USUARIO TO SESS-USUARIO
               MOVE 'S' TO WRK-ACHOU
               READ SESSOES
                  INVALID KEY
                     MOVE 'N' TO WRK-ACHOU
               END-READ
               IF WRK-ACHOU = 'S'
                  PERFORM 1100-CALCULA-PARADO
               END-IF
               EVALUATE SRG-OPERACAO
                  WHEN 'A'
                     PERFORM 2000-ABRE-SESSAO
                  WHEN 'T'
                     PERFORM 3000-TOCA-SESSAO
                  WHEN 'F'
                     PERFORM 4000-FECHA-SESSAO
               END-EVALUATE
               CLOSE SESSOES
            END-IF.
            GOBACK.

       1000-LE-PARAMETROS.
            MOVE 'S' TO WRK-PARM-LIDO.
            MOVE 'SESSAO-OCIOS' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR > 0
               AND WRK-PARM-VALOR < 1000
               MOVE WRK-PARM-VALOR TO WRK-SESSAO-OCIOSA
            END-IF.
            MOVE 'SESSAO-DUPLA' TO WRK-PARM-NOME.
            MOVE 'N' TO WRK-PARM-ACHADO.
            CALL 'PARMLER' USING WRK-PARM-PEDIDO
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-PARM-ACHADO = 'S' AND WRK-PARM-VALOR = 1
               MOVE 1 TO WRK-SESSAO-DUPLA
            END-IF.

      *    minutos desde a ultima atividade da sessao gravada
       1100-CALCULA-PARADO.
            MOVE SESS-HORA-ULT TO WRK-HORA-ULT.
            COMPUTE WRK-MINUTOS-PARADO =
                    (FUNCTION INTEGER-OF-DATE(WRK-DATA-AGORA)
                   - FUNCTION INTEGER-OF-DATE(SESS-DATA-ULT)) * 1440
                  + (WRK-AGORA-HH * 60 + WRK-AGORA-MM)
                  - (WRK-ULT-HH * 60 + WRK-ULT-MM).

       2000-ABRE-SESSAO.
            EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                  PERFORM 2100-GRAVA-NOVA
               WHEN SESS-TERMINAL = SRG-TERMINAL
                    AND SRG-TERMINAL NOT = SPACES
                  PERFORM 2200-REGRAVA-NOVA
               WHEN WRK-MINUTOS-PARADO > WRK-SESSAO-OCIOSA
                  PERFORM 2200-REGRAVA-NOVA
               WHEN WRK-SESSAO-DUPLA = 1
                  MOVE SESS-TERMINAL TO SRG-TERM-OUTRA
                  PERFORM 2200-REGRAVA-NOVA
                  MOVE 'W' TO SRG-RESULTADO
               WHEN OTHER
                  MOVE SESS-TERMINAL TO SRG-TERM-OUTRA
                  MOVE 'D' TO SRG-RESULTADO
            END-EVALUATE.

       2100-GRAVA-NOVA.
            PERFORM 2300-MONTA-SESSAO.
            WRITE SESS-REG.

       2200-REGRAVA-NOVA.
            PERFORM 2300-MONTA-SESSAO.
            REWRITE SESS-REG.

       2300-MONTA-SESSAO.
            MOVE SRG-USUARIO    TO SESS-USUARIO.
            MOVE SRG-TERMINAL   TO SESS-TERMINAL.
            MOVE WRK-DATA-AGORA TO SESS-DATA-INI SESS-DATA-ULT.
            MOVE WRK-HORA-AGORA TO SESS-HORA-INI SESS-HORA-ULT.

       3000-TOCA-SESSAO.
            EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                  MOVE 'X' TO SRG-RESULTADO
               WHEN SESS-TERMINAL NOT = SRG-TERMINAL
                  MOVE SESS-TERMINAL TO SRG-TERM-OUTRA
                  MOVE 'X' TO SRG-RESULTADO
               WHEN WRK-MINUTOS-PARADO > WRK-SESSAO-OCIOSA
                  DELETE SESSOES
                  MOVE 'E' TO SRG-RESULTADO
               WHEN OTHER
                  MOVE WRK-DATA-AGORA TO SESS-DATA-ULT
                  MOVE WRK-HORA-AGORA TO SESS-HORA-ULT
                  REWRITE SESS-REG
            END-EVALUATE.

      *    so fecha a sessao que ainda e deste terminal
       4000-FECHA-SESSAO.
            IF WRK-ACHOU = 'S' AND SESS-TERMINAL = SRG-TERMINAL
               DELETE SESSOES
            END-IF.

      *END PROGRAM SESSREG.
