      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Manter o registro de consentimento de marketing (LGPD)
      *          a partir da opcao C do CRUD0001: para o fone
      *          informado mostra a situacao de cada canal (e-mail,
      *          correio, ligacao) e grava a autorizacao ou a recusa
      *          do cliente em CONSENTIMENTO.DAT, com a data, o
      *          operador e o meio pelo qual foi colhida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0023.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS CLIENTES-CHAVE
           ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

           SELECT CONSENTIMENTO ASSIGN TO 'CONSENTIMENTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CONSENT-STATUS
           RECORD KEY IS CNS-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD CONSENTIMENTO.
           COPY CNSREG.

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 CONSENT-STATUS PIC 9(2).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO CONSENTIMENTO'.
       77 WRK-TECLA PIC X(1).
       77 WRK-CONTINUA PIC X(1).
       77 WRK-FONE-BUSCA PIC 9(09).
       77 WRK-CANAL PIC X(01).
       77 WRK-OPCAO PIC X(01).
       77 WRK-MEIO PIC X(01).
       77 WRK-DADOS-OK PIC X(01).
       77 WRK-LINHA-TELA PIC 9(02).
       77 WRK-MANUT-LIVRE PIC X(01).

       01 WRK-CNS-LINHA.
           05 WRK-CNS-LIN-SITUACAO PIC X(10).
           05 FILLER PIC X(04) VALUE ' EM '.
           05 WRK-CNS-LIN-DATA PIC 9(08).
           05 FILLER PIC X(07) VALUE '  MEIO '.
           05 WRK-CNS-LIN-MEIO PIC X(01).
           05 FILLER PIC X(07) VALUE '  OPER '.
           05 WRK-CNS-LIN-OPER PIC X(08).

           COPY SISPRM.

       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(08).

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
               BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 25 PIC X(20) BACKGROUND-COLOR 3
               FOREGROUND-COLOR 0 FROM 'SISTEMA DE CLIENTES'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 1 FROM WRK-MODULO.

      *****************************************************************
       PROCEDURE DIVISION USING LNK-OPERADOR.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           MOVE 'S' TO WRK-CONTINUA.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY TELA
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO' AT 1620
               ACCEPT WRK-TECLA AT 2010
               MOVE 'N' TO WRK-CONTINUA
               GOBACK
           END-IF.

           OPEN I-O CONSENTIMENTO
               IF CONSENT-STATUS = 35 THEN
                   OPEN OUTPUT CONSENTIMENTO
                   CLOSE CONSENTIMENTO
                   OPEN I-O CONSENTIMENTO
               END-IF.

       2000-PROCESSAR.
           DISPLAY TELA.
           DISPLAY 'FONE .......:' AT 0915.
           ACCEPT WRK-FONE-BUSCA AT 0929.

           MOVE WRK-FONE-BUSCA TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.

           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1620
           ELSE
               DISPLAY 'NOME .......:' AT 1015
               DISPLAY CLIENTES-NOME AT 1029
               PERFORM 4000-MOSTRAR-CANAIS
               PERFORM 5000-CAPTURAR-CONSENTIMENTO
               IF WRK-DADOS-OK = 'S'
                   DISPLAY 'CONFIRMA O REGISTRO (S/N) ?' AT 1720
                   ACCEPT WRK-TECLA AT 1748
                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       PERFORM 9000-VERIFICAR-MANUTENCAO
                       IF WRK-MANUT-LIVRE = 'S'
                           PERFORM 6000-GRAVAR-CONSENTIMENTO
                           PERFORM 4000-MOSTRAR-CANAIS
                       END-IF
                   ELSE
                       DISPLAY 'REGISTRO CANCELADO' AT 1820
                   END-IF
               END-IF
           END-IF.

           DISPLAY 'OUTRO FONE (S/N) ?' AT 2015.
           ACCEPT WRK-CONTINUA AT 2034.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE CONSENTIMENTO.

      ******************************************************************
      *Situacao atual dos tres canais do fone; canal sem registro
      *conta como nao autorizado para as rotinas de marketing
      ******************************************************************
       4000-MOSTRAR-CANAIS.
           DISPLAY 'E-MAIL .....:' AT 1115.
           DISPLAY 'CORREIO ....:' AT 1215.
           DISPLAY 'LIGACAO ....:' AT 1315.
           MOVE 11 TO WRK-LINHA-TELA.
           MOVE 'E' TO WRK-CANAL.
           PERFORM 4100-MOSTRAR-UM-CANAL.
           MOVE 12 TO WRK-LINHA-TELA.
           MOVE 'C' TO WRK-CANAL.
           PERFORM 4100-MOSTRAR-UM-CANAL.
           MOVE 13 TO WRK-LINHA-TELA.
           MOVE 'L' TO WRK-CANAL.
           PERFORM 4100-MOSTRAR-UM-CANAL.

       4100-MOSTRAR-UM-CANAL.
           MOVE WRK-FONE-BUSCA TO CNS-FONE.
           MOVE WRK-CANAL TO CNS-CANAL.
           READ CONSENTIMENTO
               INVALID KEY
                   MOVE 23 TO CONSENT-STATUS
           END-READ.

           IF CONSENT-STATUS = 0
               IF CNS-AUTORIZADO
                   MOVE 'AUTORIZADO' TO WRK-CNS-LIN-SITUACAO
               ELSE
                   MOVE 'RECUSADO' TO WRK-CNS-LIN-SITUACAO
               END-IF
               MOVE CNS-DATA TO WRK-CNS-LIN-DATA
               MOVE CNS-MEIO TO WRK-CNS-LIN-MEIO
               MOVE CNS-OPERADOR TO WRK-CNS-LIN-OPER
               DISPLAY WRK-CNS-LINHA AT LINE WRK-LINHA-TELA COLUMN 29
           ELSE
               DISPLAY 'SEM REGISTRO (NAO AUTORIZADO)'
                   AT LINE WRK-LINHA-TELA COLUMN 29
           END-IF.

       5000-CAPTURAR-CONSENTIMENTO.
           MOVE 'S' TO WRK-DADOS-OK.
           MOVE SPACE TO WRK-CANAL.
           MOVE SPACE TO WRK-OPCAO.
           MOVE SPACE TO WRK-MEIO.
           DISPLAY 'CANAL ......:' AT 1415.
           DISPLAY '(E=EMAIL C=CORREIO L=LIGACAO)' AT 1433.
           ACCEPT WRK-CANAL AT 1429.
           DISPLAY 'AUTORIZA ...:' AT 1515.
           DISPLAY '(S=SIM N=NAO)' AT 1533.
           ACCEPT WRK-OPCAO AT 1529.
           DISPLAY 'MEIO .......:' AT 1615.
           DISPLAY '(F=FORM T=FONE E=EMAIL P=PRESENC S=SITE)' AT 1633.
           ACCEPT WRK-MEIO AT 1629.

           INSPECT WRK-CANAL CONVERTING 'ecl' TO 'ECL'.
           INSPECT WRK-OPCAO CONVERTING 'sn' TO 'SN'.
           INSPECT WRK-MEIO CONVERTING 'fteps' TO 'FTEPS'.

           EVALUATE TRUE
               WHEN WRK-CANAL NOT = 'E' AND WRK-CANAL NOT = 'C'
                   AND WRK-CANAL NOT = 'L'
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'CANAL INVALIDO - NADA GRAVADO' AT 1720
               WHEN WRK-OPCAO NOT = 'S' AND WRK-OPCAO NOT = 'N'
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'INFORME S OU N - NADA GRAVADO' AT 1720
               WHEN WRK-MEIO NOT = 'F' AND WRK-MEIO NOT = 'T'
                   AND WRK-MEIO NOT = 'E' AND WRK-MEIO NOT = 'P'
                   AND WRK-MEIO NOT = 'S'
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'MEIO INVALIDO - NADA GRAVADO' AT 1720
           END-EVALUATE.

      ******************************************************************
      *Um registro por fone e canal: a nova manifestacao do cliente
      *substitui a anterior, guardando quem registrou, quando e como
      ******************************************************************
       6000-GRAVAR-CONSENTIMENTO.
           MOVE WRK-FONE-BUSCA TO CNS-FONE.
           MOVE WRK-CANAL TO CNS-CANAL.
           MOVE WRK-OPCAO TO CNS-OPCAO.
           ACCEPT CNS-DATA FROM DATE YYYYMMDD.
           ACCEPT CNS-HORA FROM TIME.
           MOVE LNK-OPERADOR TO CNS-OPERADOR.
           MOVE WRK-MEIO TO CNS-MEIO.

           WRITE CONSENTIMENTO-REG
               INVALID KEY
                   MOVE 22 TO CONSENT-STATUS
           END-WRITE.

           IF CONSENT-STATUS = 22
               REWRITE CONSENTIMENTO-REG
                   INVALID KEY
                       MOVE 23 TO CONSENT-STATUS
               END-REWRITE
           END-IF.

           IF CONSENT-STATUS = 0
               DISPLAY 'CONSENTIMENTO REGISTRADO' AT 1820
           ELSE
               DISPLAY 'ERRO AO GRAVAR CONSENTIMENTO' AT 1820
           END-IF.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0023' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
