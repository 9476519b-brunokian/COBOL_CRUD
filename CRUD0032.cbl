      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Janela de manutencao e aviso do administrador
      *          (SISTEMA-STATUS.DAT). Chamado pelas rotinas que
      *          descarregam, recarregam ou atualizam CLIENTES.DAT em
      *          lote (CRUD0019, CRUD0021, CRUD0003, CRUD0012), que
      *          abrem a janela no inicio e fecham no fim, e pelo
      *          atendimento (CRUD0001 e os programas que ele chama),
      *          que consulta a janela antes de cada atualizacao e
      *          recusa a alteracao enquanto ela estiver aberta.
      *          Bloqueio deixado por rodada que caiu: a proxima rodada
      *          do mesmo programa retoma; o de outro programa so e
      *          retomado depois de WRK-LIMITE-MINUTOS, antes disso o
      *          administrador libera pela opcao S do CRUD0001
      *          (CRUD0033). Ver SISPRM.CPY para as funcoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0032.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SISTEMA ASSIGN TO 'SISTEMA-STATUS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS SISTEMA-STATUS
           RECORD KEY IS SIS-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD SISTEMA.
           COPY SISREG.

       WORKING-STORAGE SECTION.
       77 SISTEMA-STATUS PIC 9(2).
       77 WRK-SISTEMA-OK PIC X(01).
       77 WRK-LIMITE-MINUTOS PIC 9(04) VALUE 720.
       77 WRK-IDADE-MINUTOS PIC 9(04).
       77 WRK-MIN-AGORA PIC 9(04).
       77 WRK-MIN-INICIO PIC 9(04).
       77 WRK-TIPO-LIBERACAO PIC X(01).
       77 WRK-LIBERADOR PIC X(08).
       77 WRK-DATA-HOJE PIC 9(08).
       77 WRK-HORA-AGORA PIC 9(08).
       77 WRK-DIAS-NO-MES PIC 9(02).
       77 WRK-QUOC PIC 9(04).
       77 WRK-RESTO PIC 9(03).
       77 WRK-BISSEXTO PIC X(01).

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

       01 WRK-TAB-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
           05 WRK-DIAS-DO-MES OCCURS 12 PIC 9(02).

       LINKAGE SECTION.
           COPY SISPRM.

      *****************************************************************
       PROCEDURE DIVISION USING MANUTENCAO-PARM.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WRK-SISTEMA-OK = 'S'
               EVALUATE TRUE
                   WHEN MNT-CONSULTAR
                       CONTINUE
                   WHEN MNT-BLOQUEAR
                       PERFORM 3000-BLOQUEAR
                   WHEN MNT-LIBERAR
                       PERFORM 4000-LIBERAR
                   WHEN MNT-LIBERAR-FORCADO
                       PERFORM 5000-LIBERAR-FORCADO
                   WHEN MNT-GRAVAR-AVISO
                       PERFORM 6000-GRAVAR-AVISO
                   WHEN OTHER
                       MOVE 'N' TO MNT-RETORNO
                       MOVE 'FUNCAO INVALIDA' TO MNT-MENSAGEM
               END-EVALUATE
               PERFORM 8000-DEVOLVER-SITUACAO
               CLOSE SISTEMA
           END-IF.
           GOBACK.

       1000-INICIAR.
           MOVE 'S' TO MNT-RETORNO.
           MOVE SPACES TO MNT-MENSAGEM.
           MOVE SPACE TO MNT-SITUACAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           MOVE 'S' TO WRK-SISTEMA-OK.
           OPEN I-O SISTEMA
               IF SISTEMA-STATUS = 35 THEN
                   OPEN OUTPUT SISTEMA
                   CLOSE SISTEMA
                   OPEN I-O SISTEMA
               END-IF

           IF SISTEMA-STATUS NOT = 0
               MOVE 'N' TO WRK-SISTEMA-OK
               MOVE 'N' TO MNT-RETORNO
               MOVE 'SISTEMA-STATUS.DAT NAO PODE SER ABERTO'
                   TO MNT-MENSAGEM
           ELSE
               PERFORM 1100-LER-SITUACAO
           END-IF.

      *    Primeiro uso: cria o registro unico com o sistema livre
       1100-LER-SITUACAO.
           MOVE 'SISTEMA' TO SIS-CHAVE.
           READ SISTEMA
               INVALID KEY
                   MOVE 23 TO SISTEMA-STATUS
           END-READ.

           IF SISTEMA-STATUS = 23
               MOVE SPACES TO SISTEMA-REG
               MOVE 'SISTEMA' TO SIS-CHAVE
               MOVE 'L' TO SIS-SITUACAO
               MOVE ZEROS TO SIS-DATA-INICIO
               MOVE ZEROS TO SIS-HORA-INICIO
               MOVE ZEROS TO SIS-AVISO-DATA
               MOVE ZEROS TO SIS-AVISO-HORA
               MOVE ZEROS TO SIS-ULT-DATA-INICIO
               MOVE ZEROS TO SIS-ULT-HORA-INICIO
               MOVE ZEROS TO SIS-ULT-DATA-FIM
               MOVE ZEROS TO SIS-ULT-HORA-FIM
               WRITE SISTEMA-REG
                   INVALID KEY
                       MOVE 22 TO SISTEMA-STATUS
               END-WRITE
           END-IF.

           IF SISTEMA-STATUS NOT = 0
               MOVE 'N' TO WRK-SISTEMA-OK
               MOVE 'N' TO MNT-RETORNO
               MOVE 'SITUACAO DO SISTEMA ILEGIVEL' TO MNT-MENSAGEM
               CLOSE SISTEMA
           END-IF.

      ******************************************************************
      *Abertura da janela por uma rotina em lote. Bloqueio do proprio
      *programa so existe se a rodada anterior caiu sem fechar a
      *janela: a nova rodada retoma. Bloqueio de outro programa pode
      *ser uma rotina rodando agora - so e retomado depois do limite;
      *antes disso a rodada e recusada e o administrador decide.
      ******************************************************************
       3000-BLOQUEAR.
           EVALUATE TRUE
               WHEN SIS-LIVRE
                   MOVE 'JANELA DE MANUTENCAO ABERTA' TO MNT-MENSAGEM
                   PERFORM 3100-ASSUMIR-BLOQUEIO
               WHEN SIS-PROGRAMA = MNT-PROGRAMA
                   PERFORM 7500-FORMATAR-INICIO
                   MOVE SPACES TO MNT-MENSAGEM
                   STRING
                       'BLOQUEIO DA RODADA ANTERIOR ('
                                            DELIMITED BY SIZE
                       WRK-QUANDO           DELIMITED BY SIZE
                       ') RETOMADO'         DELIMITED BY SIZE
                       INTO MNT-MENSAGEM
                   END-STRING
                   MOVE 'R' TO WRK-TIPO-LIBERACAO
                   MOVE MNT-PROGRAMA TO WRK-LIBERADOR
                   PERFORM 3200-REGISTRAR-LIBERACAO
                   PERFORM 3100-ASSUMIR-BLOQUEIO
               WHEN OTHER
                   PERFORM 7000-CALCULAR-IDADE
                   PERFORM 7500-FORMATAR-INICIO
                   MOVE SPACES TO MNT-MENSAGEM
                   IF WRK-IDADE-MINUTOS > WRK-LIMITE-MINUTOS
                       STRING
                           'BLOQUEIO VENCIDO DE ' DELIMITED BY SIZE
                           SIS-PROGRAMA         DELIMITED BY SPACE
                           ' ('                 DELIMITED BY SIZE
                           WRK-QUANDO           DELIMITED BY SIZE
                           ') RETOMADO'         DELIMITED BY SIZE
                           INTO MNT-MENSAGEM
                       END-STRING
                       MOVE 'R' TO WRK-TIPO-LIBERACAO
                       MOVE MNT-PROGRAMA TO WRK-LIBERADOR
                       PERFORM 3200-REGISTRAR-LIBERACAO
                       PERFORM 3100-ASSUMIR-BLOQUEIO
                   ELSE
                       MOVE 'N' TO MNT-RETORNO
                       STRING
                           'EM MANUTENCAO POR ' DELIMITED BY SIZE
                           SIS-PROGRAMA         DELIMITED BY SPACE
                           ' DESDE '            DELIMITED BY SIZE
                           WRK-QUANDO           DELIMITED BY SIZE
                           INTO MNT-MENSAGEM
                       END-STRING
                   END-IF
           END-EVALUATE.

       3100-ASSUMIR-BLOQUEIO.
           MOVE 'M' TO SIS-SITUACAO.
           MOVE MNT-PROGRAMA TO SIS-PROGRAMA.
           MOVE WRK-DATA-HOJE TO SIS-DATA-INICIO.
           MOVE WRK-HORA-AGORA TO SIS-HORA-INICIO.
           PERFORM 9000-REGRAVAR.

      *    Guarda quem estava com a janela e como ela foi fechada;
      *    a regravacao fica com quem chamou
       3200-REGISTRAR-LIBERACAO.
           MOVE SIS-PROGRAMA TO SIS-ULT-PROGRAMA.
           MOVE SIS-DATA-INICIO TO SIS-ULT-DATA-INICIO.
           MOVE SIS-HORA-INICIO TO SIS-ULT-HORA-INICIO.
           MOVE WRK-DATA-HOJE TO SIS-ULT-DATA-FIM.
           MOVE WRK-HORA-AGORA TO SIS-ULT-HORA-FIM.
           MOVE WRK-TIPO-LIBERACAO TO SIS-ULT-LIBERACAO.
           MOVE WRK-LIBERADOR TO SIS-ULT-LIBERADOR.
           MOVE 'L' TO SIS-SITUACAO.
           MOVE SPACES TO SIS-PROGRAMA.
           MOVE ZEROS TO SIS-DATA-INICIO.
           MOVE ZEROS TO SIS-HORA-INICIO.

      ******************************************************************
      *Fechamento da janela no fim da rotina. Se o administrador ja
      *liberou, nao ha o que fazer; se outra rotina retomou o bloqueio
      *nesse meio tempo, a janela agora e dela e fica como esta.
      ******************************************************************
       4000-LIBERAR.
           EVALUATE TRUE
               WHEN SIS-LIVRE
                   MOVE 'JANELA DE MANUTENCAO JA ESTAVA FECHADA'
                       TO MNT-MENSAGEM
               WHEN SIS-PROGRAMA = MNT-PROGRAMA
                   MOVE 'N' TO WRK-TIPO-LIBERACAO
                   MOVE MNT-PROGRAMA TO WRK-LIBERADOR
                   MOVE 'JANELA DE MANUTENCAO FECHADA' TO MNT-MENSAGEM
                   PERFORM 3200-REGISTRAR-LIBERACAO
                   PERFORM 9000-REGRAVAR
               WHEN OTHER
                   MOVE 'N' TO MNT-RETORNO
                   MOVE SPACES TO MNT-MENSAGEM
                   STRING
                       'JANELA AGORA E DE ' DELIMITED BY SIZE
                       SIS-PROGRAMA         DELIMITED BY SPACE
                       ' - NAO FECHADA'     DELIMITED BY SIZE
                       INTO MNT-MENSAGEM
                   END-STRING
           END-EVALUATE.

       5000-LIBERAR-FORCADO.
           IF SIS-EM-MANUTENCAO
               MOVE 'BLOQUEIO LIBERADO PELO ADMINISTRADOR'
                   TO MNT-MENSAGEM
               MOVE 'F' TO WRK-TIPO-LIBERACAO
               MOVE MNT-OPERADOR TO WRK-LIBERADOR
               PERFORM 3200-REGISTRAR-LIBERACAO
               PERFORM 9000-REGRAVAR
           ELSE
               MOVE 'SISTEMA JA ESTAVA LIVRE' TO MNT-MENSAGEM
           END-IF.

       6000-GRAVAR-AVISO.
           MOVE MNT-AVISO TO SIS-AVISO.
           MOVE MNT-OPERADOR TO SIS-AVISO-OPERADOR.
           MOVE WRK-DATA-HOJE TO SIS-AVISO-DATA.
           MOVE WRK-HORA-AGORA TO SIS-AVISO-HORA.
           PERFORM 9000-REGRAVAR.
           IF MNT-OK
               IF SIS-AVISO = SPACES
                   MOVE 'AVISO APAGADO' TO MNT-MENSAGEM
               ELSE
                   MOVE 'AVISO GRAVADO' TO MNT-MENSAGEM
               END-IF
           END-IF.

      ******************************************************************
      *Idade do bloqueio em minutos. Bloqueio de hoje ou de ontem tem a
      *idade calculada pela hora; de antes de ontem passa de um dia e
      *fica com o maximo, assim como o sem data. Data de inicio no
      *futuro (relogio acertado) conta como bloqueio novo.
      ******************************************************************
       7000-CALCULAR-IDADE.
           MOVE WRK-HORA-AGORA TO WRK-HORA-CALC.
           COMPUTE WRK-MIN-AGORA = WRK-CALC-HH * 60 + WRK-CALC-MM.
           MOVE SIS-HORA-INICIO TO WRK-HORA-CALC.
           COMPUTE WRK-MIN-INICIO = WRK-CALC-HH * 60 + WRK-CALC-MM.

           EVALUATE TRUE
               WHEN SIS-DATA-INICIO = ZERO
                   MOVE 9999 TO WRK-IDADE-MINUTOS
               WHEN SIS-DATA-INICIO > WRK-DATA-HOJE
                   MOVE ZERO TO WRK-IDADE-MINUTOS
               WHEN SIS-DATA-INICIO = WRK-DATA-HOJE
                   IF WRK-MIN-AGORA > WRK-MIN-INICIO
                       COMPUTE WRK-IDADE-MINUTOS =
                           WRK-MIN-AGORA - WRK-MIN-INICIO
                   ELSE
                       MOVE ZERO TO WRK-IDADE-MINUTOS
                   END-IF
               WHEN OTHER
                   MOVE SIS-DATA-INICIO TO WRK-DATA-CALC
                   PERFORM 8100-AVANCAR-UM-DIA
                   IF WRK-DATA-CALC = WRK-DATA-HOJE
                       COMPUTE WRK-IDADE-MINUTOS =
                           1440 - WRK-MIN-INICIO + WRK-MIN-AGORA
                   ELSE
                       MOVE 9999 TO WRK-IDADE-MINUTOS
                   END-IF
           END-EVALUATE.

       7500-FORMATAR-INICIO.
           MOVE SIS-DATA-INICIO TO WRK-DATA-CALC.
           MOVE SIS-HORA-INICIO TO WRK-HORA-CALC.
           MOVE WRK-CALC-DIA TO WRK-QDO-DIA.
           MOVE WRK-CALC-MES TO WRK-QDO-MES.
           MOVE WRK-CALC-ANO TO WRK-QDO-ANO.
           MOVE WRK-CALC-HH TO WRK-QDO-HH.
           MOVE WRK-CALC-MM TO WRK-QDO-MM.

       8000-DEVOLVER-SITUACAO.
           MOVE SIS-SITUACAO TO MNT-SITUACAO.
           MOVE SIS-PROGRAMA TO MNT-PROG-BLOQUEIO.
           MOVE SIS-DATA-INICIO TO MNT-DATA-BLOQUEIO.
           MOVE SIS-HORA-INICIO TO MNT-HORA-BLOQUEIO.
           MOVE SIS-AVISO TO MNT-AVISO.
           MOVE SIS-AVISO-OPERADOR TO MNT-AVISO-OPERADOR.
           MOVE SIS-AVISO-DATA TO MNT-AVISO-DATA.
           MOVE SIS-ULT-PROGRAMA TO MNT-ULT-PROGRAMA.
           MOVE SIS-ULT-DATA-FIM TO MNT-ULT-DATA-FIM.
           MOVE SIS-ULT-HORA-FIM TO MNT-ULT-HORA-FIM.
           MOVE SIS-ULT-LIBERACAO TO MNT-ULT-LIBERACAO.
           MOVE SIS-ULT-LIBERADOR TO MNT-ULT-LIBERADOR.

      ******************************************************************
      *Avanca WRK-DATA-CALC um dia de calendario, respeitando o
      *tamanho de cada mes e os anos bissextos
      ******************************************************************
       8100-AVANCAR-UM-DIA.
           MOVE WRK-DIAS-DO-MES(WRK-CALC-MES) TO WRK-DIAS-NO-MES.
           IF WRK-CALC-MES = 2
               PERFORM 8200-TESTAR-BISSEXTO
               IF WRK-BISSEXTO = 'S'
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.
           IF WRK-CALC-DIA < WRK-DIAS-NO-MES
               ADD 1 TO WRK-CALC-DIA
           ELSE
               MOVE 1 TO WRK-CALC-DIA
               IF WRK-CALC-MES < 12
                   ADD 1 TO WRK-CALC-MES
               ELSE
                   MOVE 1 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               END-IF
           END-IF.

       8200-TESTAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-QUOC
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZERO
               MOVE 'S' TO WRK-BISSEXTO
               DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO
               IF WRK-RESTO = ZERO
                   MOVE 'N' TO WRK-BISSEXTO
                   DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOC
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO = ZERO
                       MOVE 'S' TO WRK-BISSEXTO
                   END-IF
               END-IF
           END-IF.

       9000-REGRAVAR.
           REWRITE SISTEMA-REG
               INVALID KEY
                   MOVE 23 TO SISTEMA-STATUS
           END-REWRITE.
           IF SISTEMA-STATUS NOT = 0
               MOVE 'N' TO MNT-RETORNO
               MOVE 'ERRO AO GRAVAR SISTEMA-STATUS.DAT' TO MNT-MENSAGEM
           END-IF.
