       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDMARCA.
      ******************************************************************
      * Author: Gisele Carvalho
      * Date: 15/10/2026
      * Purpose: Marca um pedido para o resumo mensal de vendas. Os
      *           programas que gravam, alteram, cancelam ou trocam a
      *           chave de um pedido chamam CALL 'PEDMARCA' com a
      *           chave (fone/data/hora) depois do WRITE/REWRITE/
      *           DELETE em PEDIDOS.DAT ou PEDITENS.DAT; a chave vai
      *           para PEDMARCA.MOV (PEDMARCA.CPY) e a etapa noturna
      *           VENDMES.cbl refaz so o lancamento desses pedidos em
      *           VENDMES.DAT. Sem conseguir gravar a marca o pedido
      *           segue normal - a reconstrucao do resumo acerta.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDMARCA-MOV
             ASSIGN TO 'PEDMARCA.MOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDMARCA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY 'PEDMARCA.CPY'.

       WORKING-STORAGE SECTION.
       77 PEDMARCA-STATUS   PIC 9(02).
       77 WRK-DATA-MOV      PIC 9(08) VALUE ZEROS.
       01 WRK-DATAMOV-PARM.
            05 WRK-DM-DATA   PIC 9(08).
            05 WRK-DM-ACHADO PIC X(01).

       LINKAGE SECTION.
       01 PEDMARCA-PEDIDO.
            05 PMC-FONE         PIC 9(09).
            05 PMC-DATA         PIC 9(08).
            05 PMC-HORA         PIC 9(08).

       PROCEDURE DIVISION USING PEDMARCA-PEDIDO.
       0001-PRINCIPAL.
            OPEN EXTEND PEDMARCA-MOV.
            IF PEDMARCA-STATUS = 35
               OPEN OUTPUT PEDMARCA-MOV
               CLOSE PEDMARCA-MOV
               OPEN EXTEND PEDMARCA-MOV
            END-IF.
            IF PEDMARCA-STATUS = 0
               PERFORM 1000-GRAVA-MARCA
               CLOSE PEDMARCA-MOV
            END-IF.
            GOBACK.

       1000-GRAVA-MARCA.
            ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
            CALL 'DATAMOV' USING WRK-DATAMOV-PARM
               ON EXCEPTION
                  CONTINUE
            END-CALL.
            IF WRK-DM-ACHADO = 'S'
               MOVE WRK-DM-DATA TO WRK-DATA-MOV
            END-IF.
            MOVE PMC-FONE     TO PMV-FONE.
            MOVE PMC-DATA     TO PMV-DATA.
            MOVE PMC-HORA     TO PMV-HORA.
            MOVE WRK-DATA-MOV TO PMV-DATA-MOV.
            ACCEPT PMV-HORA-MARCA FROM TIME.
            WRITE PMV-REG.

      *END PROGRAM PEDMARCA.
