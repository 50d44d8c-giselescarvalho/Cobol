       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSCONS.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Consulta do ADM as sessoes abertas (SESSOES.DAT,
      *           mantido pelo SESSREG.cbl): lista usuario, terminal,
      *           inicio, ultima atividade e minutos parado - marcando
      *           OCIOSA a que passou do SESSAO-OCIOS e ja cai no
      *           proximo toque - e deixa derrubar uma sessao pelo
      *           login. A sessao derrubada sai do arquivo; o
      *           MENUGERAL daquele terminal pede login de novo na
      *           proxima opcao. Cada derrubada vai para a auditoria
      *           de manutencao de usuarios (USRAUDIT.LOG, operacao
      *           DERRUBADA). Chamado pelo MENUGERAL (opcao 8) ou
      *           avulso, exige nivel ADM (03).
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
           SELECT USRAUDIT
             ASSIGN TO 'USRAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USRAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'SESSOES.CPY'.

      * Mesmo layout do FD USRAUDIT do CLIENTES.cbl.
       FD USRAUDIT.
       01 USRAUD-REG.
            05 USRAUD-DATA       PIC 9(08).
            05 USRAUD-HORA       PIC 9(08).
            05 USRAUD-OPERACAO   PIC X(10).
            05 USRAUD-EXECUTOR   PIC X(20).
            05 USRAUD-ALVO       PIC X(20).
            05 USRAUD-NIVEL-ANT  PIC 9(02).
            05 USRAUD-NIVEL-NOVO PIC 9(02).

       WORKING-STORAGE SECTION.
       77 SESSOES-STATUS    PIC 9(02).
       77 USRAUDIT-STATUS   PIC 9(02).
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-QT-SESSOES    PIC 9(05) VALUE ZEROS.
       77 WRK-ALVO          PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACE.
       77 WRK-DATA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-MINUTOS-PARADO PIC S9(09) VALUE ZEROS.
       77 WRK-MINUTOS-EDIT  PIC Z(08)9.
       77 WRK-MARCA         PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------
      * Minutos sem atividade para a sessao cair (SESSAO-OCIOS).
      *----------------------------------------------------------------
       77 WRK-SESSAO-OCIOSA PIC 9(03) VALUE 15.
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
       COPY 'SESSAO.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      *     sem sessao do MENUGERAL (a area EXTERNAL chega zerada
      *     em LOW-VALUES numa execucao avulsa), autentica aqui
            IF SES-USUARIO = SPACES
               OR SES-USUARIO = LOW-VALUES
               CALL 'LOGIN'
            END-IF.
            IF SES-NIVEL < 03
               DISPLAY 'ACESSO RESTRITO A ADM - ENCERRADO'
            ELSE
               PERFORM 1000-INICIAR
               IF SESSOES-STATUS NOT = 0
                  DISPLAY 'NENHUMA SESSAO REGISTRADA (SESSOES.DAT)'
               ELSE
                  MOVE 'S' TO WRK-CONFIRMA
                  PERFORM 2000-CONSULTA UNTIL WRK-CONFIRMA = 'X'
                  CLOSE SESSOES
               END-IF
            END-IF.
            GOBACK.

       1000-INICIAR.
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
            OPEN I-O SESSOES.

      *----------------------------------------------------------------
      * Lista as sessoes e pede o login a derrubar; em branco encerra.
      *----------------------------------------------------------------
       2000-CONSULTA.
            PERFORM 2100-LISTA-SESSOES.
            MOVE SPACES TO WRK-ALVO.
            DISPLAY 'LOGIN DA SESSAO A DERRUBAR (BRANCO = SAIR): '.
            ACCEPT WRK-ALVO.
            IF WRK-ALVO = SPACES
               MOVE 'X' TO WRK-CONFIRMA
            ELSE
               PERFORM 3000-DERRUBA-SESSAO
            END-IF.

       2100-LISTA-SESSOES.
            ACCEPT WRK-DATA-AGORA FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-AGORA FROM TIME.
            MOVE ZEROS TO WRK-QT-SESSOES.
            MOVE 'N' TO WRK-FIM-ARQ.
            DISPLAY '-------------------------------------------------'
                    '---------------------'.
            DISPLAY 'USUARIO              TERMINAL         INICIO   '
                    '         ULT.ATIVIDADE      MIN.PARADO'.
            MOVE LOW-VALUES TO SESS-USUARIO.
            START SESSOES KEY IS NOT LESS THAN SESS-USUARIO
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2110-LE-SESSAO UNTIL WRK-FIM-ARQ = 'S'.
            DISPLAY 'SESSOES REGISTRADAS: ' WRK-QT-SESSOES.

       2110-LE-SESSAO.
            READ SESSOES NEXT
               AT END
                  MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                  ADD 1 TO WRK-QT-SESSOES
                  MOVE SESS-HORA-ULT TO WRK-HORA-ULT
                  COMPUTE WRK-MINUTOS-PARADO =
                          (FUNCTION INTEGER-OF-DATE(WRK-DATA-AGORA)
                         - FUNCTION INTEGER-OF-DATE(SESS-DATA-ULT))
                          * 1440
                        + (WRK-AGORA-HH * 60 + WRK-AGORA-MM)
                        - (WRK-ULT-HH * 60 + WRK-ULT-MM)
                  MOVE WRK-MINUTOS-PARADO TO WRK-MINUTOS-EDIT
                  IF WRK-MINUTOS-PARADO > WRK-SESSAO-OCIOSA
                     MOVE 'OCIOSA' TO WRK-MARCA
                  ELSE
                     MOVE SPACES TO WRK-MARCA
                  END-IF
                  DISPLAY SESS-USUARIO ' ' SESS-TERMINAL ' '
                          SESS-DATA-INI ' ' SESS-HORA-INI(1:4) '  '
                          SESS-DATA-ULT ' ' SESS-HORA-ULT(1:4) '  '
                          WRK-MINUTOS-EDIT ' ' WRK-MARCA
            END-READ.

       3000-DERRUBA-SESSAO.
            MOVE WRK-ALVO TO SESS-USUARIO.
            READ SESSOES
               INVALID KEY
                  DISPLAY 'SEM SESSAO ABERTA PARA ' WRK-ALVO
               NOT INVALID KEY
                  DISPLAY 'DERRUBAR A SESSAO DE ' SESS-USUARIO
                          ' NO TERMINAL ' SESS-TERMINAL ' (S/N)? '
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                     DELETE SESSOES
                        INVALID KEY
                           DISPLAY 'ERRO AO DERRUBAR A SESSAO'
                        NOT INVALID KEY
                           PERFORM 3100-GRAVA-AUDITORIA
                           DISPLAY 'SESSAO DERRUBADA'
                     END-DELETE
                  END-IF
            END-READ.
            MOVE 'S' TO WRK-CONFIRMA.

       3100-GRAVA-AUDITORIA.
            OPEN EXTEND USRAUDIT.
            IF USRAUDIT-STATUS = 35
               OPEN OUTPUT USRAUDIT
               CLOSE USRAUDIT
               OPEN EXTEND USRAUDIT
            END-IF.
            IF USRAUDIT-STATUS = 0
               ACCEPT USRAUD-DATA FROM DATE YYYYMMDD
               ACCEPT USRAUD-HORA FROM TIME
               MOVE 'DERRUBADA'  TO USRAUD-OPERACAO
               MOVE SES-USUARIO  TO USRAUD-EXECUTOR
               MOVE WRK-ALVO     TO USRAUD-ALVO
               MOVE ZEROS        TO USRAUD-NIVEL-ANT USRAUD-NIVEL-NOVO
               WRITE USRAUD-REG
               CLOSE USRAUDIT
            END-IF.

      *END PROGRAM SESSCONS.
