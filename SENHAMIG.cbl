       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAMIG.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Conversao unica de USUARIOS.DAT para senhas em resumo
      *           de mao unica. Le o cadastro de usuarios inteiro e
      *           troca a senha atual e as 3 do historico, ainda em
      *           claro, pelo resumo com o login como sal
      *           (SENHACOD.cbl), o mesmo que LOGIN, CLIENTES e PDV
      *           passam a conferir. A data da troca de cada usuario
      *           e zerada, obrigando todos a escolher senha nova no
      *           proximo login. As geracoes de backup do cadastro
      *           (USUARIOS.BK1/2/3 do BACKUPGER) passam pela mesma
      *           conversao, cada linha carimbada com o momento da
      *           migracao - restaurar uma geracao em claro travaria
      *           todas as contas. Ao terminar grava SENHAMIG.CTL com a
      *           data e a quantidade convertida; achando o SENHAMIG.
      *           CTL a execucao e recusada (RC 16), porque resumir
      *           de novo um resumo travaria todas as contas. Sem a
      *           subrotina SENHACOD o cadastro nao e tocado.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS
             ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS USUARIOS-STATUS
               RECORD KEY IS USUARIO-LOGIN.
           SELECT SENHAMIG-CTL
             ASSIGN TO 'SENHAMIG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
      * Geracoes do BACKUPGER, com o nome montado em memoria
      * (USUARIOS.BK1/2/3 e a copia de trabalho USUARIOS.BKT).
           SELECT GER-ENT
             ASSIGN TO WRK-NOME-ENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GER-ENT-STATUS.
           SELECT GER-SAI
             ASSIGN TO WRK-NOME-SAI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GER-SAI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       01 USUARIO-REG.
            05 USUARIO-LOGIN    PIC X(20).
            05 USUARIO-SENHA    PIC X(10).
            05 USUARIO-NIVEL    PIC 9(02).
            05 USUARIO-SITUACAO PIC X(01).
                88 USU-ATIVO     VALUE 'A'.
                88 USU-BLOQUEADO VALUE 'B'.
            05 USUARIO-FALHAS   PIC 9(02).
            05 USUARIO-DT-TROCA PIC 9(08).
            05 USUARIO-SENHA-ANT OCCURS 3 TIMES PIC X(10).
            05 USUARIO-PERMISSOES.
                10 USUARIO-PERM OCCURS 8 TIMES PIC X(01).

       FD SENHAMIG-CTL.
       01 CTL-REG.
            05 CTL-DATA         PIC 9(08).
            05 CTL-HORA         PIC 9(08).
            05 CTL-QT-USUARIOS  PIC 9(05).

      *----------------------------------------------------------------
      * Linha de geracao do BACKUPGER: a imagem do USUARIO-REG e, a
      * partir da migracao, o carimbo de data e hora da gravacao.
      *----------------------------------------------------------------
       FD GER-ENT.
       01 GER-ENT-REG.
            05 GER-LOGIN        PIC X(20).
            05 GER-SENHA        PIC X(10).
            05 GER-NIVEL        PIC 9(02).
            05 GER-SITUACAO     PIC X(01).
            05 GER-FALHAS       PIC 9(02).
            05 GER-DT-TROCA     PIC 9(08).
            05 GER-SENHA-ANT OCCURS 3 TIMES PIC X(10).
            05 GER-PERMISSOES   PIC X(08).
            05 GER-CARIMBO.
                10 GER-CARIMBO-DATA PIC 9(08).
                10 GER-CARIMBO-HORA PIC 9(08).
            05 FILLER           PIC X(159).

       FD GER-SAI.
       01 GER-SAI-REG       PIC X(256).

       WORKING-STORAGE SECTION.
       77 USUARIOS-STATUS   PIC 9(02).
       77 CTL-STATUS        PIC 9(02).
       77 GER-ENT-STATUS    PIC 9(02).
       77 GER-SAI-STATUS    PIC 9(02).
       77 WRK-NOME-ENT      PIC X(16) VALUE SPACES.
       77 WRK-NOME-SAI      PIC X(16) VALUE SPACES.
       77 WRK-GERACAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-GER       PIC X(01) VALUE 'N'.
       77 WRK-DATA-MIG      PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-MIG      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-GERACOES   PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LINHAS-GER PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
       77 WRK-JA-CONVERTIDO PIC X(01) VALUE 'N'.
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
       77 WRK-SEM-SENHACOD  PIC X(01) VALUE 'N'.
       77 WRK-IX-ANT        PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONVERT    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ERROS      PIC 9(05) VALUE ZEROS.
       01 WRK-SENHACOD-PARM.
            05 WRK-SHC-LOGIN   PIC X(20).
            05 WRK-SHC-SENHA   PIC X(10).
            05 WRK-SHC-RESUMO  PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
            PERFORM 1000-INICIAR.
            IF WRK-JA-CONVERTIDO = 'S'
               DISPLAY ' USUARIOS.DAT JA CONVERTIDO EM ' CTL-DATA
               DISPLAY ' EXECUCAO RECUSADA (SENHAMIG.CTL)'
               MOVE 16 TO RETURN-CODE
            ELSE
               IF WRK-SEM-SENHACOD = 'S'
                  DISPLAY ' SUBROTINA SENHACOD NAO DISPONIVEL'
                  DISPLAY ' USUARIOS.DAT NAO FOI ALTERADO'
                  MOVE 16 TO RETURN-CODE
               ELSE
               IF WRK-ERRO-ABERTURA = 'S'
                  DISPLAY ' ERRO NA ABERTURA DE USUARIOS.DAT - STATUS '
                          USUARIOS-STATUS
                  MOVE 16 TO RETURN-CODE
               ELSE
                  PERFORM 2000-CONVERTER
                  PERFORM 2500-CONVERTE-GERACOES
                  PERFORM 3000-FINALIZAR
               END-IF
               END-IF
            END-IF.
            GOBACK.

       1000-INICIAR.
            OPEN INPUT SENHAMIG-CTL.
            IF CTL-STATUS = 0
               READ SENHAMIG-CTL
                  AT END
                     MOVE ZEROS TO CTL-DATA
               END-READ
               MOVE 'S' TO WRK-JA-CONVERTIDO
               CLOSE SENHAMIG-CTL
            ELSE
               MOVE SPACES TO WRK-SHC-LOGIN WRK-SHC-SENHA
               PERFORM 2300-CODIFICA-SENHA
               IF WRK-SHC-RESUMO = HIGH-VALUES
                  MOVE 'S' TO WRK-SEM-SENHACOD
               ELSE
                  OPEN I-O USUARIOS
                  IF USUARIOS-STATUS NOT = 0
                     MOVE 'S' TO WRK-ERRO-ABERTURA
                  END-IF
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * Varre o cadastro pela chave e regrava cada usuario com a
      * senha e o historico resumidos.
      *----------------------------------------------------------------
       2000-CONVERTER.
            MOVE LOW-VALUES TO USUARIO-LOGIN.
            START USUARIOS KEY IS NOT LESS THAN USUARIO-LOGIN
               INVALID KEY
                  MOVE 'S' TO WRK-FIM-ARQ
            END-START.
            PERFORM 2100-LE-USUARIO.
            PERFORM 2200-CONVERTE-USUARIO UNTIL WRK-FIM-ARQ = 'S'.

       2100-LE-USUARIO.
            IF WRK-FIM-ARQ = 'N'
               READ USUARIOS NEXT
                  AT END
                     MOVE 'S' TO WRK-FIM-ARQ
               END-READ
            END-IF.

       2200-CONVERTE-USUARIO.
            ADD 1 TO WRK-QT-LIDOS.
            MOVE USUARIO-LOGIN TO WRK-SHC-LOGIN.
            MOVE USUARIO-SENHA TO WRK-SHC-SENHA.
            PERFORM 2300-CODIFICA-SENHA.
            MOVE WRK-SHC-RESUMO TO USUARIO-SENHA.
            PERFORM 2210-CONVERTE-ANTERIOR
               VARYING WRK-IX-ANT FROM 1 BY 1
               UNTIL WRK-IX-ANT > 3.
            MOVE ZEROS TO USUARIO-DT-TROCA.
            REWRITE USUARIO-REG
               INVALID KEY
                  ADD 1 TO WRK-QT-ERROS
                  DISPLAY ' ERRO AO REGRAVAR ' USUARIO-LOGIN
               NOT INVALID KEY
                  ADD 1 TO WRK-QT-CONVERT
            END-REWRITE.
            PERFORM 2100-LE-USUARIO.

      *    posicao vazia do historico continua vazia
       2210-CONVERTE-ANTERIOR.
            IF USUARIO-SENHA-ANT(WRK-IX-ANT) NOT = SPACES
               MOVE USUARIO-SENHA-ANT(WRK-IX-ANT) TO WRK-SHC-SENHA
               PERFORM 2300-CODIFICA-SENHA
               MOVE WRK-SHC-RESUMO TO USUARIO-SENHA-ANT(WRK-IX-ANT)
            END-IF.

      *----------------------------------------------------------------
      * Resumo de mao unica de WRK-SHC-SENHA com o login como sal
      * (SENHACOD.cbl); sem a subrotina o resumo fica em HIGH-VALUES
      * e nao confere com nada.
      *----------------------------------------------------------------
       2300-CODIFICA-SENHA.
            MOVE HIGH-VALUES TO WRK-SHC-RESUMO.
            CALL 'SENHACOD' USING WRK-SENHACOD-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.

      *----------------------------------------------------------------
      * Geracoes de backup do cadastro: cada USUARIOS.BKn existente e
      * convertido para a copia USUARIOS.BKT e devolvido ao nome da
      * geracao; a copia de trabalho fica vazia no fim. O carimbo e o
      * mesmo momento gravado em SENHAMIG.CTL, que o BACKUPGER usa
      * para recusar geracao anterior a migracao.
      *----------------------------------------------------------------
       2500-CONVERTE-GERACOES.
            ACCEPT WRK-DATA-MIG FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-MIG FROM TIME.
            PERFORM 2510-CONVERTE-GERACAO
               VARYING WRK-GERACAO FROM 1 BY 1
               UNTIL WRK-GERACAO > 3.

       2510-CONVERTE-GERACAO.
            MOVE SPACES TO WRK-NOME-ENT.
            STRING 'USUARIOS.BK' WRK-GERACAO DELIMITED BY SIZE
                   INTO WRK-NOME-ENT
            END-STRING.
            MOVE 'USUARIOS.BKT' TO WRK-NOME-SAI.
            OPEN INPUT GER-ENT.
            IF GER-ENT-STATUS = 0
               OPEN OUTPUT GER-SAI
               MOVE 'N' TO WRK-FIM-GER
               PERFORM 2520-CONVERTE-LINHA UNTIL WRK-FIM-GER = 'S'
               CLOSE GER-SAI
               CLOSE GER-ENT
      *        devolve a copia convertida ao nome da geracao
               MOVE WRK-NOME-ENT TO WRK-NOME-SAI
               MOVE 'USUARIOS.BKT' TO WRK-NOME-ENT
               OPEN INPUT GER-ENT
               OPEN OUTPUT GER-SAI
               MOVE 'N' TO WRK-FIM-GER
               PERFORM 2540-COPIA-LINHA UNTIL WRK-FIM-GER = 'S'
               CLOSE GER-SAI
               CLOSE GER-ENT
      *        copia de trabalho esvaziada
               MOVE 'USUARIOS.BKT' TO WRK-NOME-SAI
               OPEN OUTPUT GER-SAI
               CLOSE GER-SAI
               ADD 1 TO WRK-QT-GERACOES
            END-IF.

       2520-CONVERTE-LINHA.
            READ GER-ENT
               AT END
                  MOVE 'S' TO WRK-FIM-GER
               NOT AT END
                  IF GER-LOGIN NOT = SPACES
                     PERFORM 2530-CONVERTE-USUARIO-GER
                  END-IF
                  MOVE GER-ENT-REG TO GER-SAI-REG
                  WRITE GER-SAI-REG
            END-READ.

       2530-CONVERTE-USUARIO-GER.
            MOVE GER-LOGIN TO WRK-SHC-LOGIN.
            MOVE GER-SENHA TO WRK-SHC-SENHA.
            PERFORM 2300-CODIFICA-SENHA.
            MOVE WRK-SHC-RESUMO TO GER-SENHA.
            PERFORM 2535-CONVERTE-ANTERIOR-GER
               VARYING WRK-IX-ANT FROM 1 BY 1
               UNTIL WRK-IX-ANT > 3.
            MOVE ZEROS TO GER-DT-TROCA.
            MOVE WRK-DATA-MIG TO GER-CARIMBO-DATA.
            MOVE WRK-HORA-MIG TO GER-CARIMBO-HORA.
            ADD 1 TO WRK-QT-LINHAS-GER.

       2535-CONVERTE-ANTERIOR-GER.
            IF GER-SENHA-ANT(WRK-IX-ANT) NOT = SPACES
               MOVE GER-SENHA-ANT(WRK-IX-ANT) TO WRK-SHC-SENHA
               PERFORM 2300-CODIFICA-SENHA
               MOVE WRK-SHC-RESUMO TO GER-SENHA-ANT(WRK-IX-ANT)
            END-IF.

       2540-COPIA-LINHA.
            READ GER-ENT
               AT END
                  MOVE 'S' TO WRK-FIM-GER
               NOT AT END
                  MOVE GER-ENT-REG TO GER-SAI-REG
                  WRITE GER-SAI-REG
            END-READ.

       3000-FINALIZAR.
            CLOSE USUARIOS.
            OPEN OUTPUT SENHAMIG-CTL.
            MOVE WRK-DATA-MIG TO CTL-DATA.
            MOVE WRK-HORA-MIG TO CTL-HORA.
            MOVE WRK-QT-CONVERT TO CTL-QT-USUARIOS.
            WRITE CTL-REG.
            CLOSE SENHAMIG-CTL.
            DISPLAY ' USUARIOS LIDOS......: ' WRK-QT-LIDOS.
            DISPLAY ' USUARIOS CONVERTIDOS: ' WRK-QT-CONVERT.
            DISPLAY ' ERROS DE REGRAVACAO.: ' WRK-QT-ERROS.
            DISPLAY ' GERACOES CONVERTIDAS: ' WRK-QT-GERACOES.
            DISPLAY ' USUARIOS NAS GERACOES: ' WRK-QT-LINHAS-GER.
            IF WRK-QT-ERROS > 0
               MOVE 8 TO RETURN-CODE
            END-IF.

      *END PROGRAM SENHAMIG.
