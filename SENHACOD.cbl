       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACOD.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Subrotina de codificacao de senha, chamavel via CALL
      *           por quem grava ou confere USUARIO-SENHA e o
      *           historico USUARIO-SENHA-ANT de USUARIOS.DAT (LOGIN,
      *           CLIENTES, PDV e a migracao SENHAMIG). Recebe o login
      *           e a senha digitada e devolve um resumo de mao unica
      *           de 10 caracteres (0-9, A-Z, a-z) que cabe no proprio
      *           campo da senha: o login entra como sal - a mesma
      *           senha em dois usuarios da resumos diferentes - junto
      *           com um tempero fixo do sistema, e o texto passa por
      *           WRK-RODADAS voltas de mistura para encarecer a
      *           tentativa por forca bruta. A senha em claro nunca e
      *           gravada; a conferencia e sempre resumo contra resumo.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-RODADAS     PIC 9(03) VALUE 64.
       77 WRK-IX-RODADA   PIC 9(03) VALUE ZEROS.
       77 WRK-IX-CAR      PIC 9(02) VALUE ZEROS.
       77 WRK-H1          PIC 9(18) VALUE ZEROS.
       77 WRK-H2          PIC 9(18) VALUE ZEROS.
       77 WRK-VALOR       PIC 9(18) VALUE ZEROS.
       77 WRK-RESTO       PIC 9(02) VALUE ZEROS.
       77 WRK-TEMPERO     PIC X(10) VALUE 'K7Q2MW9PXR'.
      *----------------------------------------------------------------
      * Texto misturado: tempero + login (sal) + senha.
      *----------------------------------------------------------------
       01 WRK-TEXTO.
            05 WRK-TXT-TEMPERO PIC X(10).
            05 WRK-TXT-LOGIN   PIC X(20).
            05 WRK-TXT-SENHA   PIC X(10).
       01 WRK-TEXTO-R REDEFINES WRK-TEXTO.
            05 WRK-TXT-CAR     PIC X(01) OCCURS 40 TIMES.
      *----------------------------------------------------------------
      * Codigo numerico do caractere: o byte no fim de um binario de
      * meia palavra com o primeiro byte zerado.
      *----------------------------------------------------------------
       01 WRK-CODIGO-AREA.
            05 FILLER          PIC X(01) VALUE LOW-VALUE.
            05 WRK-CODIGO-CAR  PIC X(01).
       01 WRK-CODIGO-R REDEFINES WRK-CODIGO-AREA PIC 9(04) COMP.
       01 WRK-ALFABETO.
            05 FILLER PIC X(31) VALUE '0123456789ABCDEFGHIJKLMNOPQRSTU'.
            05 FILLER PIC X(31) VALUE 'VWXYZabcdefghijklmnopqrstuvwxyz'.
       01 WRK-ALFABETO-R REDEFINES WRK-ALFABETO.
            05 WRK-ALFA-CAR    PIC X(01) OCCURS 62 TIMES.

       LINKAGE SECTION.
       01 SENHACOD-PARM.
            05 SHC-LOGIN       PIC X(20).
            05 SHC-SENHA       PIC X(10).
            05 SHC-RESUMO      PIC X(10).

       PROCEDURE DIVISION USING SENHACOD-PARM.
       0001-PRINCIPAL.
            MOVE WRK-TEMPERO TO WRK-TXT-TEMPERO.
            MOVE SHC-LOGIN   TO WRK-TXT-LOGIN.
            MOVE SHC-SENHA   TO WRK-TXT-SENHA.
            MOVE 7  TO WRK-H1.
            MOVE 11 TO WRK-H2.
            PERFORM 1000-RODADA
               VARYING WRK-IX-RODADA FROM 1 BY 1
               UNTIL WRK-IX-RODADA > WRK-RODADAS.
            COMPUTE WRK-VALOR = WRK-H1 * 1000000000 + WRK-H2.
            PERFORM 2000-CODIFICA
               VARYING WRK-IX-CAR FROM 10 BY -1
               UNTIL WRK-IX-CAR < 1.
            GOBACK.

       1000-RODADA.
            PERFORM 1100-MISTURA
               VARYING WRK-IX-CAR FROM 1 BY 1
               UNTIL WRK-IX-CAR > 40.

      *    dois acumuladores modulo primos perto de 10**9, cada um
      *    realimentado pelo outro
       1100-MISTURA.
            MOVE WRK-TXT-CAR(WRK-IX-CAR) TO WRK-CODIGO-CAR.
            COMPUTE WRK-H1 = FUNCTION MOD(WRK-H1 * 131 + WRK-CODIGO-R
                             + WRK-IX-CAR + WRK-H2, 999999937).
            COMPUTE WRK-H2 = FUNCTION MOD(WRK-H2 * 257
                             + WRK-CODIGO-R
                             * (WRK-IX-CAR + WRK-IX-RODADA)
                             + WRK-H1, 999999929).

      *    o numero final vira 10 digitos na base 62
       2000-CODIFICA.
            DIVIDE WRK-VALOR BY 62 GIVING WRK-VALOR
                   REMAINDER WRK-RESTO.
            MOVE WRK-ALFA-CAR(WRK-RESTO + 1)
              TO SHC-RESUMO(WRK-IX-CAR:1).

      *END PROGRAM SENHACOD.
