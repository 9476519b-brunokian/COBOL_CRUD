      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Situacao do sistema, opcao S do CRUD0001 (restrita a
      *          administrador): mostra a janela de manutencao (rotina
      *          que esta com o cadastro e desde quando), o aviso do
      *          administrador e a ultima liberacao; grava ou apaga o
      *          aviso que os operadores veem no login e libera o
      *          bloqueio deixado por uma rotina em lote que caiu. Tudo
      *          passa pelo CRUD0032.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0033.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-MODULO PIC X(25) VALUE 'MODULO SITUACAO SISTEMA'.
       77 WRK-TECLA PIC X(01).
       77 WRK-OPCAO PIC X(01).
       77 WRK-AVISO-NOVO PIC X(60).

           COPY SISPRM.

       01 WRK-DATA-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-MES PIC 9(02).
           05 WRK-CALC-DIA PIC 9(02).

       01 WRK-HORA-CALC.
           05 WRK-CALC-HH PIC 9(02).
           05 WRK-CALC-MM PIC 9(02).
           05 WRK-CALC-SS PIC 9(02).
           05 WRK-CALC-CC PIC 9(02).

       01 WRK-QUANDO.
           05 WRK-QDO-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 WRK-QDO-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 WRK-QDO-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-QDO-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WRK-QDO-MM PIC 9(02).

       01 WRK-LIN-BLOQUEIO.
           05 WRK-LBQ-PROGRAMA PIC X(08).
           05 FILLER PIC X(07) VALUE ' DESDE '.
           05 WRK-LBQ-QUANDO PIC X(16).

       01 WRK-LIN-AVISO.
           05 FILLER PIC X(04) VALUE 'POR '.
           05 WRK-LAV-OPERADOR PIC X(08).
           05 FILLER PIC X(04) VALUE ' EM '.
           05 WRK-LAV-QUANDO PIC X(10).

       01 WRK-LIN-ULTIMA.
           05 WRK-LUL-PROGRAMA PIC X(08).
           05 FILLER PIC X(04) VALUE ' EM '.
           05 WRK-LUL-QUANDO PIC X(16).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-LUL-TIPO PIC X(09).
           05 FILLER PIC X(05) VALUE ' POR '.
           05 WRK-LUL-LIBERADOR PIC X(08).

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
           MOVE SPACE TO WRK-OPCAO.
           PERFORM 2000-PROCESSAR
               UNTIL WRK-OPCAO = 'S' OR WRK-OPCAO = 's'.
           GOBACK.

       2000-PROCESSAR.
           MOVE 'C' TO MNT-FUNCAO.
           PERFORM 8000-CHAMAR-CRUD0032.
           PERFORM 3000-MOSTRAR-SITUACAO.

           DISPLAY 'A - ALTERAR AVISO' AT 1215.
           DISPLAY 'L - LIBERAR BLOQUEIO' AT 1315.
           DISPLAY 'S - SAIR' AT 1415.
           DISPLAY 'OPCAO:' AT 1515.
           ACCEPT WRK-OPCAO AT 1522.

           EVALUATE WRK-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 4000-ALTERAR-AVISO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5000-LIBERAR-BLOQUEIO
               WHEN 'S'
               WHEN 's'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO VALIDA' AT 1620
                   ACCEPT WRK-TECLA AT 2010
           END-EVALUATE.

       3000-MOSTRAR-SITUACAO.
           DISPLAY TELA.
           IF MNT-RECUSADO
               DISPLAY MNT-MENSAGEM AT 0515
           ELSE
               DISPLAY 'SITUACAO ...:' AT 0515
               IF MNT-EM-MANUTENCAO
                   DISPLAY 'EM MANUTENCAO' AT 0529
                   MOVE MNT-PROG-BLOQUEIO TO WRK-LBQ-PROGRAMA
                   MOVE MNT-DATA-BLOQUEIO TO WRK-DATA-CALC
                   MOVE MNT-HORA-BLOQUEIO TO WRK-HORA-CALC
                   PERFORM 3500-FORMATAR-QUANDO
                   MOVE WRK-QUANDO TO WRK-LBQ-QUANDO
                   DISPLAY 'ROTINA .....:' AT 0615
                   DISPLAY WRK-LIN-BLOQUEIO AT 0629
               ELSE
                   DISPLAY 'LIVRE' AT 0529
               END-IF

               DISPLAY 'AVISO ......:' AT 0815
               IF MNT-AVISO = SPACES
                   DISPLAY 'NENHUM' AT 0829
               ELSE
                   MOVE MNT-AVISO-OPERADOR TO WRK-LAV-OPERADOR
                   MOVE MNT-AVISO-DATA TO WRK-DATA-CALC
                   MOVE ZEROS TO WRK-HORA-CALC
                   PERFORM 3500-FORMATAR-QUANDO
                   MOVE WRK-QUANDO TO WRK-LAV-QUANDO
                   DISPLAY WRK-LIN-AVISO AT 0829
                   DISPLAY MNT-AVISO AT 0910
               END-IF

               IF MNT-ULT-PROGRAMA NOT = SPACES
                   MOVE MNT-ULT-PROGRAMA TO WRK-LUL-PROGRAMA
                   MOVE MNT-ULT-DATA-FIM TO WRK-DATA-CALC
                   MOVE MNT-ULT-HORA-FIM TO WRK-HORA-CALC
                   PERFORM 3500-FORMATAR-QUANDO
                   MOVE WRK-QUANDO TO WRK-LUL-QUANDO
                   EVALUATE MNT-ULT-LIBERACAO
                       WHEN 'R'
                           MOVE 'RETOMADA' TO WRK-LUL-TIPO
                       WHEN 'F'
                           MOVE 'FORCADA' TO WRK-LUL-TIPO
                       WHEN OTHER
                           MOVE 'NORMAL' TO WRK-LUL-TIPO
                   END-EVALUATE
                   MOVE MNT-ULT-LIBERADOR TO WRK-LUL-LIBERADOR
                   DISPLAY 'ULT.JANELA .:' AT 1015
                   DISPLAY WRK-LIN-ULTIMA AT 1029
               END-IF
           END-IF.

       3500-FORMATAR-QUANDO.
           MOVE WRK-CALC-DIA TO WRK-QDO-DIA.
           MOVE WRK-CALC-MES TO WRK-QDO-MES.
           MOVE WRK-CALC-ANO TO WRK-QDO-ANO.
           MOVE WRK-CALC-HH TO WRK-QDO-HH.
           MOVE WRK-CALC-MM TO WRK-QDO-MM.

      *    O aviso aparece para todo operador no login ate ser apagado
       4000-ALTERAR-AVISO.
           MOVE MNT-AVISO TO WRK-AVISO-NOVO.
           DISPLAY 'NOVO AVISO (EM BRANCO APAGA):' AT 1620.
           ACCEPT WRK-AVISO-NOVO AT 1710.
           DISPLAY 'CONFIRMA O AVISO (S/N) ?' AT 1820.
           ACCEPT WRK-TECLA AT 1845.

           IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
               MOVE 'A' TO MNT-FUNCAO
               MOVE WRK-AVISO-NOVO TO MNT-AVISO
               PERFORM 8000-CHAMAR-CRUD0032
               DISPLAY MNT-MENSAGEM AT 1920
           ELSE
               DISPLAY 'AVISO NAO ALTERADO' AT 1920
           END-IF.
           ACCEPT WRK-TECLA AT 2010.

      ******************************************************************
      *Liberacao forcada: so para bloqueio de rotina que caiu. Liberar
      *com a rotina ainda rodando abre o cadastro para o atendimento
      *no meio da recarga - por isso a confirmacao mostra quem esta
      *com a janela e desde quando.
      ******************************************************************
       5000-LIBERAR-BLOQUEIO.
           IF NOT MNT-EM-MANUTENCAO
               DISPLAY 'SISTEMA LIVRE - NAO HA BLOQUEIO' AT 1620
           ELSE
               DISPLAY 'LIBERE SO SE A ROTINA ABAIXO NAO ESTA RODANDO:'
                   AT 1620
               DISPLAY WRK-LIN-BLOQUEIO AT 1720
               DISPLAY 'CONFIRMA A LIBERACAO (S/N) ?' AT 1820
               ACCEPT WRK-TECLA AT 1849
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                   MOVE 'F' TO MNT-FUNCAO
                   PERFORM 8000-CHAMAR-CRUD0032
                   DISPLAY MNT-MENSAGEM AT 1920
               ELSE
                   DISPLAY 'BLOQUEIO MANTIDO' AT 1920
               END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 2010.

       8000-CHAMAR-CRUD0032.
           MOVE 'CRUD0033' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
