      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Recriar do zero o indice do log por fone
      *          (LOG-INDICE.DAT): depois de confirmado no console,
      *          esvazia o indice e chama o CRUD0030, que sem registro
      *          de controle reindexa todas as geracoes catalogadas em
      *          GERACOES-LOG.DAT e o log vivo. Usado depois de
      *          restaurar geracoes ou o log vivo, ou quando o CRUD0030
      *          termina com erro de gravacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0031.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOG-INDICE ASSIGN TO 'LOG-INDICE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INDICE-STATUS
           RECORD KEY IS LIX-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-INDICE.
           COPY LIXREG.

       WORKING-STORAGE SECTION.
       77 INDICE-STATUS PIC 9(2).
       77 WRK-CONFIRMA PIC X(01).

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           DISPLAY 'CRUD0031 - RECRIACAO DO INDICE DO LOG'.
           DISPLAY 'O INDICE ATUAL SERA DESCARTADO E REFEITO'.
           DISPLAY 'CONFIRMA (S/N) ?'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'RECRIACAO CANCELADA - NADA FOI FEITO'
               GOBACK
           END-IF.

           OPEN OUTPUT LOG-INDICE.
           IF INDICE-STATUS NOT = 0
               DISPLAY 'LOG-INDICE.DAT NAO PODE SER ESVAZIADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE LOG-INDICE.

           MOVE ZERO TO RETURN-CODE.
           CALL 'CRUD0030'.
           CANCEL 'CRUD0030'.
           GOBACK.
