      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Manter o cadastro de campanhas de marketing
      *          (CAMPANHAS.DAT) a partir da opcao K do CRUD0001:
      *          inclui a campanha com canal, periodo e criterios de
      *          selecao, ou altera uma existente. Depois que a selecao
      *          do publico (CRUD0028) ja rodou, so a descricao e a data
      *          final podem mudar, para o resultado continuar batendo
      *          com os criterios usados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0027.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAMPANHAS ASSIGN TO 'CAMPANHAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CAMPANHA-STATUS
           RECORD KEY IS CMP-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
           COPY CMPREG.

       WORKING-STORAGE SECTION.
       77 CAMPANHA-STATUS PIC 9(2).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO CAMPANHAS'.
       77 WRK-TECLA PIC X(1).
       77 WRK-CONTINUA PIC X(1).
       77 WRK-CODIGO PIC X(06).
       77 WRK-NOVA PIC X(01).
       77 WRK-DADOS-OK PIC X(01).
       77 WRK-MANUT-LIVRE PIC X(01).

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

           OPEN I-O CAMPANHAS
               IF CAMPANHA-STATUS = 35 THEN
                   OPEN OUTPUT CAMPANHAS
                   CLOSE CAMPANHAS
                   OPEN I-O CAMPANHAS
               END-IF.

       2000-PROCESSAR.
           DISPLAY TELA.
           DISPLAY 'CAMPANHA ...:' AT 0415.
           ACCEPT WRK-CODIGO AT 0429.
           INSPECT WRK-CODIGO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WRK-CODIGO = SPACES
               DISPLAY 'INFORME O CODIGO DA CAMPANHA' AT 1620
           ELSE
               MOVE WRK-CODIGO TO CMP-CODIGO
               READ CAMPANHAS
                   INVALID KEY
                       MOVE 23 TO CAMPANHA-STATUS
               END-READ
               IF CAMPANHA-STATUS = 0
                   MOVE 'N' TO WRK-NOVA
               ELSE
                   MOVE 'S' TO WRK-NOVA
                   PERFORM 4000-PREPARAR-NOVA
               END-IF
               PERFORM 5000-CAPTURAR-CAMPANHA
               IF WRK-DADOS-OK = 'S'
                   DISPLAY 'CONFIRMA A GRAVACAO (S/N) ?' AT 1720
                   ACCEPT WRK-TECLA AT 1748
                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       PERFORM 9000-VERIFICAR-MANUTENCAO
                       IF WRK-MANUT-LIVRE = 'S'
                           PERFORM 6000-GRAVAR-CAMPANHA
                       END-IF
                   ELSE
                       DISPLAY 'GRAVACAO CANCELADA' AT 1820
                   END-IF
               END-IF
           END-IF.

           DISPLAY 'OUTRA CAMPANHA (S/N) ?' AT 2015.
           ACCEPT WRK-CONTINUA AT 2038.

       3000-FINALIZAR.
           CLOSE CAMPANHAS.

      *    Campanha nova comeca so com clientes ativos, sem reclamacao
      *    pendente e com qualquer data de cadastro
       4000-PREPARAR-NOVA.
           MOVE SPACES TO CAMPANHA-REG.
           MOVE WRK-CODIGO TO CMP-CODIGO.
           MOVE ZEROS TO CMP-DATA-INICIO.
           MOVE ZEROS TO CMP-DATA-FIM.
           MOVE 'S' TO CMP-SO-ATIVOS.
           MOVE ZEROS TO CMP-CADASTRO-INI.
           MOVE 99999999 TO CMP-CADASTRO-FIM.
           MOVE 'S' TO CMP-SEM-RECLAMACAO.
           ACCEPT CMP-DATA-CRIACAO FROM DATE YYYYMMDD.
           MOVE LNK-OPERADOR TO CMP-OPERADOR.
           MOVE ZEROS TO CMP-DATA-SELECAO.
           MOVE ZEROS TO CMP-TOTAL-SELECIONADOS.

      ******************************************************************
      *Com a selecao ja feita os criterios so sao mostrados: mudar o
      *publico depois de gravados os membros deixaria o resultado sem
      *explicacao
      ******************************************************************
       5000-CAPTURAR-CAMPANHA.
           MOVE 'S' TO WRK-DADOS-OK.
           IF WRK-NOVA = 'S'
               DISPLAY 'CAMPANHA NOVA' AT 0445
           ELSE
               DISPLAY 'CRIADA EM' AT 0445
               DISPLAY CMP-DATA-CRIACAO AT 0455
               DISPLAY 'POR' AT 0464
               DISPLAY CMP-OPERADOR AT 0468
           END-IF.

           DISPLAY 'DESCRICAO ..:' AT 0515.
           DISPLAY 'CANAL ......:' AT 0615.
           DISPLAY '(E=EMAIL C=CORREIO L=LIGACAO)' AT 0633.
           DISPLAY 'INICIO .....:' AT 0715.
           DISPLAY '(AAAAMMDD)' AT 0738.
           DISPLAY 'FIM ........:' AT 0815.
           DISPLAY '(AAAAMMDD)' AT 0838.
           DISPLAY 'CRITERIOS DE SELECAO' AT 0915.
           DISPLAY 'SO ATIVOS ..:' AT 1015.
           DISPLAY '(S/N)' AT 1033.
           DISPLAY 'CADASTRO DE :' AT 1115.
           DISPLAY '(AAAAMMDD, 0 = TODAS)' AT 1138.
           DISPLAY 'CADASTRO ATE:' AT 1215.
           DISPLAY '(AAAAMMDD, 0 = TODAS)' AT 1238.
           DISPLAY 'SEM RECLAM. :' AT 1315.
           DISPLAY '(S = EXCLUI RECLAMACAO PENDENTE)' AT 1333.

           IF CMP-DATA-SELECAO = ZERO
               ACCEPT CMP-DESCRICAO AT 0529
               ACCEPT CMP-CANAL AT 0629
               ACCEPT CMP-DATA-INICIO AT 0729
               ACCEPT CMP-DATA-FIM AT 0829
               ACCEPT CMP-SO-ATIVOS AT 1029
               ACCEPT CMP-CADASTRO-INI AT 1129
               ACCEPT CMP-CADASTRO-FIM AT 1229
               ACCEPT CMP-SEM-RECLAMACAO AT 1329
           ELSE
               DISPLAY 'SELECAO ....:' AT 1415
               DISPLAY CMP-DATA-SELECAO AT 1429
               DISPLAY 'CLIENTES' AT 1438
               DISPLAY CMP-TOTAL-SELECIONADOS AT 1447
               DISPLAY CMP-CANAL AT 0629
               DISPLAY CMP-DATA-INICIO AT 0729
               DISPLAY CMP-SO-ATIVOS AT 1029
               DISPLAY CMP-CADASTRO-INI AT 1129
               DISPLAY CMP-CADASTRO-FIM AT 1229
               DISPLAY CMP-SEM-RECLAMACAO AT 1329
               DISPLAY 'JA SELECIONADA - SO DESCRICAO E FIM' AT 1620
               ACCEPT CMP-DESCRICAO AT 0529
               ACCEPT CMP-DATA-FIM AT 0829
           END-IF.

           INSPECT CMP-CANAL CONVERTING 'ecl' TO 'ECL'.
           INSPECT CMP-SO-ATIVOS CONVERTING 'sn' TO 'SN'.
           INSPECT CMP-SEM-RECLAMACAO CONVERTING 'sn' TO 'SN'.
           IF CMP-CADASTRO-FIM = ZERO
               MOVE 99999999 TO CMP-CADASTRO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN CMP-DESCRICAO = SPACES
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'INFORME A DESCRICAO - NADA GRAVADO' AT 1720
               WHEN NOT CMP-CANAL-EMAIL AND NOT CMP-CANAL-CORREIO
                   AND NOT CMP-CANAL-LIGACAO
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'CANAL INVALIDO - NADA GRAVADO' AT 1720
               WHEN CMP-DATA-INICIO = ZERO
               WHEN CMP-DATA-FIM < CMP-DATA-INICIO
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'PERIODO INVALIDO - NADA GRAVADO' AT 1720
               WHEN CMP-SO-ATIVOS NOT = 'S' AND CMP-SO-ATIVOS NOT = 'N'
               WHEN CMP-SEM-RECLAMACAO NOT = 'S'
                   AND CMP-SEM-RECLAMACAO NOT = 'N'
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'INFORME S OU N - NADA GRAVADO' AT 1720
               WHEN CMP-CADASTRO-FIM < CMP-CADASTRO-INI
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'FAIXA DE CADASTRO INVALIDA' AT 1720
           END-EVALUATE.

       6000-GRAVAR-CAMPANHA.
           IF WRK-NOVA = 'S'
               WRITE CAMPANHA-REG
                   INVALID KEY
                       MOVE 22 TO CAMPANHA-STATUS
               END-WRITE
           ELSE
               REWRITE CAMPANHA-REG
                   INVALID KEY
                       MOVE 23 TO CAMPANHA-STATUS
               END-REWRITE
           END-IF.

           IF CAMPANHA-STATUS = 0
               DISPLAY 'CAMPANHA GRAVADA' AT 1820
           ELSE
               DISPLAY 'ERRO AO GRAVAR CAMPANHA' AT 1820
           END-IF.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0027' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
