      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Cadeia de conferencia do log (LOG-CADEIA.DAT).
      *          Chamado por todo programa que grava em CLIENTES-LOG.DAT
      *          (CRUD0001, CRUD0003, CRUD0010, CRUD0012, CRUD0015,
      *          CRUD0020, CRUD0024, CRUD0036 e CRUD0037) logo antes do
      *          WRITE: calcula o valor de conferencia do lancamento
      *          sobre os seus 183 bytes e o valor do lancamento
      *          anterior e grava na cadeia com a posicao do
      *          lancamento no log vivo. Faz tambem so a conta, para
      *          a conferencia (CRUD0035) e para a anonimizacao
      *          (CRUD0024). Ver CADPRM.CPY.
      *          O valor e uma soma de Adler (modulo 65521) de dez
      *          digitos: pega alteracao, sumico e insercao de
      *          lancamento, mas nao e assinatura - quem tem o programa
      *          refaz a conta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0034.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOG-CADEIA ASSIGN TO 'LOG-CADEIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CADEIA-STATUS
           RECORD KEY IS CAD-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO 'CLIENTES-LOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-CADEIA.
           COPY CADREG.

       FD CLIENTES-LOG.
       01 CLIENTES-LOG-REG PIC X(183).

       WORKING-STORAGE SECTION.
       77 CADEIA-STATUS PIC 9(2).
       77 LOG-STATUS PIC 9(2).
       77 WRK-CADEIA-OK PIC X(01).
       77 WRK-TOTAL-LOG PIC 9(07).
       77 WRK-IDX-BYTE PIC 9(03).
       77 WRK-SOMA-A PIC 9(06).
       77 WRK-SOMA-B PIC 9(06).
       77 WRK-DATA-HOJE PIC 9(08).
       77 WRK-HORA-AGORA PIC 9(08).

       01 WRK-AREA-CALCULO.
           05 WRK-CALC-ANTERIOR PIC 9(10).
           05 WRK-CALC-LANCAMENTO PIC X(183).
       01 WRK-AREA-CALCULO-R REDEFINES WRK-AREA-CALCULO.
           05 WRK-CALC-BYTE OCCURS 193 PIC X(01).

      *    Um byte no fim de uma meia palavra binaria zerada vira o
      *    seu codigo numerico
       01 WRK-PAR-BYTE.
           05 WRK-PAR-ALTO PIC X(01) VALUE LOW-VALUE.
           05 WRK-PAR-BAIXO PIC X(01).
       01 WRK-PAR-BYTE-R REDEFINES WRK-PAR-BYTE.
           05 WRK-PAR-CODIGO PIC 9(04) COMP.

       LINKAGE SECTION.
           COPY CADPRM.

      *****************************************************************
       PROCEDURE DIVISION USING CADEIA-PARM.
      ******************************************************************
       0001-PRINCIPAL.
           MOVE 'S' TO CDP-RETORNO.
           MOVE SPACES TO CDP-MENSAGEM.
           EVALUATE TRUE
               WHEN CDP-CALCULAR
                   PERFORM 5000-CALCULAR-VALOR
               WHEN CDP-GRAVAR
                   PERFORM 1000-INICIAR
                   IF WRK-CADEIA-OK = 'S'
                       PERFORM 3000-ENCADEAR
                       CLOSE LOG-CADEIA
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CDP-RETORNO
                   MOVE 'FUNCAO INVALIDA' TO CDP-MENSAGEM
           END-EVALUATE.
           GOBACK.

       1000-INICIAR.
           MOVE ZEROS TO CDP-VALOR.
           MOVE ZEROS TO CDP-NUM-REG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           MOVE 'S' TO WRK-CADEIA-OK.
           OPEN I-O LOG-CADEIA
               IF CADEIA-STATUS = 35 THEN
                   OPEN OUTPUT LOG-CADEIA
                   CLOSE LOG-CADEIA
                   OPEN I-O LOG-CADEIA
               END-IF

           IF CADEIA-STATUS NOT = 0
               MOVE 'N' TO WRK-CADEIA-OK
               MOVE 'N' TO CDP-RETORNO
               MOVE 'LOG-CADEIA.DAT NAO PODE SER ABERTO'
                   TO CDP-MENSAGEM
           ELSE
               PERFORM 1100-LER-CONTROLE
           END-IF.

      ******************************************************************
      *Primeiro uso: os lancamentos que o log vivo ja tem ficam fora da
      *cadeia (CAD-CTL-INICIO) e o primeiro lancamento encadeado tem
      *anterior zero. Quem chama ainda nao gravou o lancamento novo.
      ******************************************************************
       1100-LER-CONTROLE.
           MOVE ZEROS TO CAD-CHAVE.
           READ LOG-CADEIA
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-READ.

           IF CADEIA-STATUS = 23
               PERFORM 1200-CONTAR-LOG-VIVO
               IF WRK-CADEIA-OK = 'S'
                   MOVE ZEROS TO CAD-CHAVE
                   MOVE SPACES TO CAD-CONTROLE
                   MOVE WRK-TOTAL-LOG TO CAD-CTL-VIVOS
                   MOVE ZEROS TO CAD-CTL-ULTIMO
                   MOVE WRK-TOTAL-LOG TO CAD-CTL-INICIO
                   MOVE WRK-DATA-HOJE TO CAD-CTL-DATA
                   MOVE WRK-HORA-AGORA TO CAD-CTL-HORA
                   WRITE LOG-CADEIA-REG
                       INVALID KEY
                           MOVE 22 TO CADEIA-STATUS
                   END-WRITE
               END-IF
           END-IF.

           IF WRK-CADEIA-OK = 'S' AND CADEIA-STATUS NOT = 0
               MOVE 'N' TO WRK-CADEIA-OK
               MOVE 'N' TO CDP-RETORNO
               MOVE 'CONTROLE DA CADEIA DO LOG ILEGIVEL'
                   TO CDP-MENSAGEM
           END-IF.
           IF WRK-CADEIA-OK NOT = 'S'
               CLOSE LOG-CADEIA
           END-IF.

       1200-CONTAR-LOG-VIVO.
           MOVE ZERO TO WRK-TOTAL-LOG.
           OPEN INPUT CLIENTES-LOG.
           EVALUATE LOG-STATUS
               WHEN 0
                   READ CLIENTES-LOG
                       AT END
                           MOVE 10 TO LOG-STATUS
                   END-READ
                   PERFORM 1210-CONTAR-LANCAMENTO
                       UNTIL LOG-STATUS NOT = 0
                   CLOSE CLIENTES-LOG
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WRK-CADEIA-OK
                   MOVE 'N' TO CDP-RETORNO
                   MOVE 'LOG VIVO ILEGIVEL - CADEIA NAO INICIADA'
                       TO CDP-MENSAGEM
           END-EVALUATE.

       1210-CONTAR-LANCAMENTO.
           ADD 1 TO WRK-TOTAL-LOG.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      ******************************************************************
      *O lancamento novo entra na posicao seguinte do log vivo,
      *encadeado ao ultimo valor do controle. Posicao ja ocupada (log
      *vivo recriado depois de perdido) e regravada com o valor novo.
      ******************************************************************
       3000-ENCADEAR.
           MOVE CAD-CTL-ULTIMO TO CDP-ANTERIOR.
           COMPUTE CDP-NUM-REG = CAD-CTL-VIVOS + 1.
           PERFORM 5000-CALCULAR-VALOR.

           MOVE 99999999 TO CAD-GERACAO.
           MOVE CDP-NUM-REG TO CAD-NUM-REG.
           MOVE SPACES TO CAD-DADOS.
           MOVE CDP-VALOR TO CAD-VALOR.
           MOVE CDP-ANTERIOR TO CAD-ANTERIOR.
           MOVE 'O' TO CAD-SITUACAO.
           MOVE ZEROS TO CAD-VALOR-ANONIMO.
           MOVE ZEROS TO CAD-DATA-ANONIMO.
           MOVE CDP-PROGRAMA TO CAD-PROGRAMA.
           MOVE WRK-DATA-HOJE TO CAD-DATA.
           MOVE WRK-HORA-AGORA TO CAD-HORA.
           WRITE LOG-CADEIA-REG
               INVALID KEY
                   MOVE 22 TO CADEIA-STATUS
           END-WRITE.
           IF CADEIA-STATUS = 22
               REWRITE LOG-CADEIA-REG
                   INVALID KEY
                       MOVE 23 TO CADEIA-STATUS
               END-REWRITE
           END-IF.

           IF CADEIA-STATUS = 0
               MOVE ZEROS TO CAD-CHAVE
               READ LOG-CADEIA
                   INVALID KEY
                       MOVE 23 TO CADEIA-STATUS
               END-READ
           END-IF.
           IF CADEIA-STATUS = 0
               MOVE CDP-NUM-REG TO CAD-CTL-VIVOS
               MOVE CDP-VALOR TO CAD-CTL-ULTIMO
               MOVE WRK-DATA-HOJE TO CAD-CTL-DATA
               MOVE WRK-HORA-AGORA TO CAD-CTL-HORA
               REWRITE LOG-CADEIA-REG
                   INVALID KEY
                       MOVE 23 TO CADEIA-STATUS
               END-REWRITE
           END-IF.

           IF CADEIA-STATUS NOT = 0
               MOVE 'N' TO CDP-RETORNO
               MOVE 'ERRO AO GRAVAR LOG-CADEIA.DAT' TO CDP-MENSAGEM
           END-IF.

      ******************************************************************
      *Soma de Adler sobre o valor anterior (dez digitos) seguido dos
      *183 bytes do lancamento: A soma os codigos, B soma os A; o
      *valor e B * 65536 + A
      ******************************************************************
       5000-CALCULAR-VALOR.
           MOVE CDP-ANTERIOR TO WRK-CALC-ANTERIOR.
           MOVE CDP-LANCAMENTO TO WRK-CALC-LANCAMENTO.
           MOVE 1 TO WRK-SOMA-A.
           MOVE ZERO TO WRK-SOMA-B.
           PERFORM 5100-SOMAR-BYTE
               VARYING WRK-IDX-BYTE FROM 1 BY 1
               UNTIL WRK-IDX-BYTE > 193.
           COMPUTE CDP-VALOR = WRK-SOMA-B * 65536 + WRK-SOMA-A.

       5100-SOMAR-BYTE.
           MOVE WRK-CALC-BYTE(WRK-IDX-BYTE) TO WRK-PAR-BAIXO.
           ADD WRK-PAR-CODIGO TO WRK-SOMA-A.
           IF WRK-SOMA-A >= 65521
               SUBTRACT 65521 FROM WRK-SOMA-A
           END-IF.
           ADD WRK-SOMA-A TO WRK-SOMA-B.
           IF WRK-SOMA-B >= 65521
               SUBTRACT 65521 FROM WRK-SOMA-B
           END-IF.
