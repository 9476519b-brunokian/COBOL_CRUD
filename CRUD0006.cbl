      *          (opcao 0 do CRUD0001), com historico impresso por
      *          cliente em RELCTT.LST. Todo contato do tipo 'R'
      *          (reclamacao) abre uma pendencia de retorno em
      *          ACOMPANHA.DAT, trabalhada pelo CRUD0014. Registra
      *          tambem a resposta do cliente a uma campanha de
      *          CAMPANHAS.DAT (aceitou, recusou, nao atendeu) em
      *          CAMPANHA-MEMBROS.DAT, com um contato no historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS ACOMPANHA-STATUS
           RECORD KEY IS ACP-CHAVE.

           SELECT CAMPANHAS ASSIGN TO 'CAMPANHAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CAMPANHA-STATUS
           RECORD KEY IS CMP-CODIGO.

           SELECT CAMPANHA-MEMBROS ASSIGN TO 'CAMPANHA-MEMBROS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS MEMBRO-STATUS
           RECORD KEY IS MBR-CHAVE.

           SELECT ACP-PARAM ASSIGN TO 'ACOMP-PARAM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.
       FD ACOMPANHA.
           COPY ACPREG.

       FD CAMPANHAS.
           COPY CMPREG.

       FD CAMPANHA-MEMBROS.
           COPY MBRREG.

       FD ACP-PARAM.
       01 PARAM-REG.
           05 PARAM-DIAS PIC 9(04).
       77 WRK-LINHA-TELA PIC 9(02).
       77 WRK-TOTAL-CONTATOS PIC 9(04).
       77 WRK-TIPO-DESC PIC X(10).
       77 CAMPANHA-STATUS PIC 9(2).
       77 MEMBRO-STATUS PIC 9(2).
       77 WRK-CAMPANHA-OK PIC X(01) VALUE 'N'.
       77 WRK-CAMPANHA PIC X(06).
       77 WRK-RESPOSTA PIC X(01).
       77 WRK-RESPOSTA-DESC PIC X(11).
       77 WRK-RESPOSTA-NOTA PIC X(30).
       77 WRK-MANUT-LIVRE PIC X(01).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 TOT-CONTATOS PIC ZZZ9.

           COPY SISPRM.

       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(08).

                   OPEN I-O ACOMPANHA
               END-IF
               PERFORM 1100-LER-PARAMETRO
               PERFORM 1200-ABRIR-CAMPANHAS
               MOVE 'S' TO WRK-ARQ-OK
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM 2100-ESCOLHER-CLIENTE
               CLOSE ACP-PARAM
           END-IF.

      *    As campanhas so existem depois da primeira selecao de
      *    publico (CRUD0028)
       1200-ABRIR-CAMPANHAS.
           OPEN INPUT CAMPANHAS.
           IF CAMPANHA-STATUS = 0
               OPEN I-O CAMPANHA-MEMBROS
               IF MEMBRO-STATUS = 0
                   MOVE 'S' TO WRK-CAMPANHA-OK
               ELSE
                   CLOSE CAMPANHAS
               END-IF
           END-IF.

       2000-PROCESSAR.
           DISPLAY TELA.
           DISPLAY 'CLIENTE ....:' AT 0415.
           DISPLAY 'L - LISTAR CONTATOS' AT 0815.
           DISPLAY 'P - IMPRIMIR HISTORICO' AT 0915.
           DISPLAY 'O - OUTRO CLIENTE' AT 1015.
           DISPLAY 'C - RESPOSTA DE CAMPANHA' AT 1115.
           DISPLAY 'S - SAIR' AT 1215.
           DISPLAY 'OPCAO:' AT 1315.
           ACCEPT WRK-OPCAO AT 1322.

               WHEN 'O'
               WHEN 'o'
                   PERFORM 2100-ESCOLHER-CLIENTE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 7000-RESPOSTA-CAMPANHA
               WHEN 'S'
               WHEN 's'
                   MOVE ZERO TO WRK-FONE
               CLOSE CLIENTES
               CLOSE CONTATOS
               CLOSE ACOMPANHA
               IF WRK-CAMPANHA-OK = 'S'
                   CLOSE CAMPANHAS
                   CLOSE CAMPANHA-MEMBROS
               END-IF
           END-IF.

       4000-INCLUIR-CONTATO.
           DISPLAY 'NOTA .......:' AT 1015.
           ACCEPT CONTATOS-NOTA AT 1029.

           MOVE 'N' TO WRK-MANUT-LIVRE.
           IF CONTATOS-TIPO NOT = 'L' AND CONTATOS-TIPO NOT = 'R'
               AND CONTATOS-TIPO NOT = 'V' AND CONTATOS-TIPO NOT = 'O'
               DISPLAY 'TIPO INVALIDO - INFORME L, R, V OU O' AT 1620
           ELSE
               PERFORM 9000-VERIFICAR-MANUTENCAO
           END-IF.

           IF WRK-MANUT-LIVRE = 'S'
               ACCEPT CONTATOS-DATA FROM DATE YYYYMMDD
               ACCEPT CONTATOS-HORA FROM TIME
               MOVE LNK-OPERADOR TO CONTATOS-OPERADOR
                   MOVE 10 TO CONTATOS-STATUS
               END-IF
           END-IF.

      ******************************************************************
      *Resposta do cliente a uma campanha: so vale para quem foi
      *selecionado para ela e dentro do periodo da campanha. A ultima
      *resposta fica no membro; cada tentativa vira um contato no
      *historico do cliente
      ******************************************************************
       7000-RESPOSTA-CAMPANHA.
           DISPLAY TELA.
           DISPLAY 'CLIENTE ....:' AT 0415.
           DISPLAY CLIENTES-FONE AT 0429.
           DISPLAY CLIENTES-NOME AT 0440.

           IF WRK-CAMPANHA-OK NOT = 'S'
               DISPLAY 'NENHUMA CAMPANHA SELECIONADA' AT 1620
           ELSE
               DISPLAY 'CAMPANHA ...:' AT 0615
               ACCEPT WRK-CAMPANHA AT 0629
               INSPECT WRK-CAMPANHA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE WRK-CAMPANHA TO CMP-CODIGO
               READ CAMPANHAS
                   INVALID KEY
                       MOVE 23 TO CAMPANHA-STATUS
               END-READ
               MOVE WRK-CAMPANHA TO MBR-CAMPANHA
               MOVE WRK-FONE TO MBR-FONE
               READ CAMPANHA-MEMBROS
                   INVALID KEY
                       MOVE 23 TO MEMBRO-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN CAMPANHA-STATUS NOT = 0
                       DISPLAY 'CAMPANHA NAO CADASTRADA' AT 1620
                   WHEN WRK-DATA-SISTEMA < CMP-DATA-INICIO
                   WHEN WRK-DATA-SISTEMA > CMP-DATA-FIM
                       DISPLAY 'CAMPANHA FORA DO PERIODO' AT 1620
                   WHEN MEMBRO-STATUS NOT = 0
                       DISPLAY 'CLIENTE FORA DO PUBLICO DA CAMPANHA'
                           AT 1620
                   WHEN OTHER
                       PERFORM 7100-CAPTURAR-RESPOSTA
               END-EVALUATE
           END-IF.

           ACCEPT WRK-TECLA AT 2010.

       7100-CAPTURAR-RESPOSTA.
           DISPLAY CMP-DESCRICAO AT 0636.
           DISPLAY 'ULTIMA .....:' AT 0715.
           IF MBR-SEM-RESPOSTA
               DISPLAY 'SEM RESPOSTA' AT 0729
           ELSE
               MOVE MBR-RESPOSTA TO WRK-RESPOSTA
               PERFORM 7200-DESCREVER-RESPOSTA
               DISPLAY WRK-RESPOSTA-DESC AT 0729
               DISPLAY MBR-DATA-RESPOSTA AT 0741
               DISPLAY MBR-OPERADOR AT 0751
           END-IF.

           MOVE SPACE TO WRK-RESPOSTA.
           MOVE SPACES TO WRK-RESPOSTA-NOTA.
           DISPLAY 'RESPOSTA ...:' AT 0915.
           DISPLAY '(A=ACEITOU R=RECUSOU N=NAO ATENDEU)' AT 0931.
           ACCEPT WRK-RESPOSTA AT 0929.
           DISPLAY 'NOTA .......:' AT 1015.
           ACCEPT WRK-RESPOSTA-NOTA AT 1029.
           INSPECT WRK-RESPOSTA CONVERTING 'arn' TO 'ARN'.

           MOVE 'N' TO WRK-MANUT-LIVRE.
           IF WRK-RESPOSTA NOT = 'A' AND WRK-RESPOSTA NOT = 'R'
               AND WRK-RESPOSTA NOT = 'N'
               DISPLAY 'RESPOSTA INVALIDA - INFORME A, R OU N' AT 1620
           ELSE
               PERFORM 9000-VERIFICAR-MANUTENCAO
           END-IF.

           IF WRK-MANUT-LIVRE = 'S'
               PERFORM 7200-DESCREVER-RESPOSTA
               PERFORM 7300-GRAVAR-CONTATO-CAMPANHA
               IF CONTATOS-STATUS = 0
                   MOVE WRK-RESPOSTA TO MBR-RESPOSTA
                   IF MBR-TENTATIVAS < 99
                       ADD 1 TO MBR-TENTATIVAS
                   END-IF
                   MOVE CONTATOS-DATA TO MBR-DATA-RESPOSTA
                   MOVE LNK-OPERADOR TO MBR-OPERADOR
                   MOVE CONTATOS-SEQ TO MBR-CONTATO-SEQ
                   REWRITE CAMPANHA-MEMBRO-REG
                       INVALID KEY
                           MOVE 23 TO MEMBRO-STATUS
                   END-REWRITE
                   IF MEMBRO-STATUS = 0
                       DISPLAY 'RESPOSTA REGISTRADA COM SUCESSO' AT 1620
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR RESPOSTA' AT 1620
                   END-IF
               ELSE
                   DISPLAY 'ERRO AO REGISTRAR CONTATO' AT 1620
               END-IF
           END-IF.

       7200-DESCREVER-RESPOSTA.
           EVALUATE WRK-RESPOSTA
               WHEN 'A'
                   MOVE 'ACEITOU' TO WRK-RESPOSTA-DESC
               WHEN 'R'
                   MOVE 'RECUSOU' TO WRK-RESPOSTA-DESC
               WHEN 'N'
                   MOVE 'NAO ATENDEU' TO WRK-RESPOSTA-DESC
               WHEN OTHER
                   MOVE WRK-RESPOSTA TO WRK-RESPOSTA-DESC
           END-EVALUATE.

      *    Campanha por ligacao gera contato de ligacao; e-mail e
      *    correio entram como outro
       7300-GRAVAR-CONTATO-CAMPANHA.
           PERFORM 4100-ACHAR-ULTIMA-SEQ.

           MOVE WRK-FONE TO CONTATOS-FONE.
           COMPUTE CONTATOS-SEQ = WRK-ULTIMA-SEQ + 1.
           ACCEPT CONTATOS-DATA FROM DATE YYYYMMDD.
           ACCEPT CONTATOS-HORA FROM TIME.
           MOVE LNK-OPERADOR TO CONTATOS-OPERADOR.
           IF CMP-CANAL-LIGACAO
               MOVE 'L' TO CONTATOS-TIPO
           ELSE
               MOVE 'O' TO CONTATOS-TIPO
           END-IF.
           MOVE SPACES TO CONTATOS-NOTA.
           STRING
               'CAMPANHA '              DELIMITED BY SIZE
               WRK-CAMPANHA             DELIMITED BY SIZE
               ': '                     DELIMITED BY SIZE
               WRK-RESPOSTA-DESC        DELIMITED BY SIZE
               ' '                      DELIMITED BY SIZE
               WRK-RESPOSTA-NOTA        DELIMITED BY SIZE
               INTO CONTATOS-NOTA
           END-STRING.

           WRITE CONTATOS-REG
               INVALID KEY
                   MOVE 22 TO CONTATOS-STATUS
           END-WRITE.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0006' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
