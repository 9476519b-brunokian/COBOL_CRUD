      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Resultado das campanhas de marketing em RELCMP.LST:
      *          para cada campanha de CAMPANHAS.DAT (ou so a
      *          informada) conta em CAMPANHA-MEMBROS.DAT os clientes
      *          selecionados, os alcancados (aceitou ou recusou) e os
      *          que aceitaram, com a quebra pelo operador que
      *          registrou a resposta no CRUD0006.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0029.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAMPANHAS ASSIGN TO 'CAMPANHAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CAMPANHA-STATUS
           RECORD KEY IS CMP-CODIGO.

           SELECT CAMPANHA-MEMBROS ASSIGN TO 'CAMPANHA-MEMBROS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS MEMBRO-STATUS
           RECORD KEY IS MBR-CHAVE.

           SELECT LST-CAMPANHAS ASSIGN TO 'RELCMP.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
           COPY CMPREG.

       FD CAMPANHA-MEMBROS.
           COPY MBRREG.

       FD LST-CAMPANHAS.
       01 LST-REG PIC X(100).

       WORKING-STORAGE SECTION.
       77 CAMPANHA-STATUS PIC 9(2).
       77 MEMBRO-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 WRK-MEMBROS-OK PIC X(01) VALUE 'N'.
       77 WRK-CODIGO PIC X(06).
       77 WRK-IDX PIC 9(02).
       77 WRK-OPER-QTD PIC 9(02).
       77 WRK-OPER-MAX PIC 9(02) VALUE 50.
       77 WRK-OPER-ACHOU PIC X(01).
       77 WRK-ESTOURO PIC X(01).
       77 WRK-TOTAL-CAMPANHAS PIC 9(05) VALUE ZERO.
       77 WRK-ALVO PIC 9(05).
       77 WRK-TENTADOS PIC 9(05).
       77 WRK-ALCANCADOS PIC 9(05).
       77 WRK-ACEITOS PIC 9(05).
       77 WRK-RECUSADOS PIC 9(05).
       77 WRK-NAO-ATENDEU PIC 9(05).
       77 WRK-VALOR PIC 9(05).

       01 WRK-OPERADORES.
           05 WRK-OPER OCCURS 50.
               10 WRK-OPER-ID PIC X(08).
               10 WRK-OPER-RESPOSTAS PIC 9(05).
               10 WRK-OPER-ALCANCADOS PIC 9(05).
               10 WRK-OPER-ACEITOS PIC 9(05).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(30) VALUE 'RESULTADO DE CAMPANHAS -'.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-CAMPANHA.
           05 FILLER PIC X(10) VALUE 'CAMPANHA: '.
           05 CMP-LIN-CODIGO PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CMP-LIN-DESCRICAO PIC X(40).
           05 FILLER PIC X(08) VALUE ' CANAL: '.
           05 CMP-LIN-CANAL PIC X(01).

       01 LIN-PERIODO.
           05 FILLER PIC X(10) VALUE 'PERIODO: '.
           05 PER-INICIO PIC 9(08).
           05 FILLER PIC X(03) VALUE ' A '.
           05 PER-FIM PIC 9(08).
           05 FILLER PIC X(12) VALUE '  SELECAO: '.
           05 PER-SELECAO PIC 9(08).

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CTL-PERCENTUAL PIC ZZ9.
           05 CTL-SINAL PIC X(01).

       01 LIN-OPER-CABECALHO.
           05 FILLER PIC X(12) VALUE '  OPERADOR'.
           05 FILLER PIC X(11) VALUE 'RESPOSTAS'.
           05 FILLER PIC X(11) VALUE 'ALCANCADOS'.
           05 FILLER PIC X(08) VALUE 'ACEITOS'.

       01 LIN-OPERADOR.
           05 FILLER PIC X(02) VALUE SPACES.
           05 OPE-ID PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 OPE-RESPOSTAS PIC ZZZZ9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 OPE-ALCANCADOS PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 OPE-ACEITOS PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL CAMPANHA-STATUS NOT = 0.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           DISPLAY 'CRUD0029 - RESULTADO DE CAMPANHAS'.

           OPEN INPUT CAMPANHAS.
           IF CAMPANHA-STATUS NOT = 0
               DISPLAY 'CAMPANHAS.DAT NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Campanha ainda sem selecao nao tem membros: sai zerada
           OPEN INPUT CAMPANHA-MEMBROS.
           IF MEMBRO-STATUS = 0
               MOVE 'S' TO WRK-MEMBROS-OK
           END-IF.

           DISPLAY 'CODIGO DA CAMPANHA (BRANCO = TODAS):'.
           ACCEPT WRK-CODIGO.
           INSPECT WRK-CODIGO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           OPEN OUTPUT LST-CAMPANHAS.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.

           IF WRK-CODIGO = SPACES
               MOVE LOW-VALUES TO CMP-CODIGO
               START CAMPANHAS KEY IS NOT LESS CMP-CODIGO
                   INVALID KEY
                       MOVE 23 TO CAMPANHA-STATUS
               END-START
               IF CAMPANHA-STATUS = 0
                   READ CAMPANHAS NEXT RECORD
                       AT END
                           MOVE 10 TO CAMPANHA-STATUS
                   END-READ
               END-IF
           ELSE
               MOVE WRK-CODIGO TO CMP-CODIGO
               READ CAMPANHAS
                   INVALID KEY
                       MOVE 23 TO CAMPANHA-STATUS
               END-READ
               IF CAMPANHA-STATUS NOT = 0
                   DISPLAY 'CAMPANHA NAO CADASTRADA: ' WRK-CODIGO
               END-IF
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-CAMPANHAS.
           PERFORM 2100-CONTAR-MEMBROS.
           PERFORM 2500-IMPRIMIR-CAMPANHA.

           IF WRK-CODIGO = SPACES
               READ CAMPANHAS NEXT RECORD
                   AT END
                       MOVE 10 TO CAMPANHA-STATUS
               END-READ
           ELSE
               MOVE 10 TO CAMPANHA-STATUS
           END-IF.

       2100-CONTAR-MEMBROS.
           MOVE ZERO TO WRK-ALVO.
           MOVE ZERO TO WRK-TENTADOS.
           MOVE ZERO TO WRK-ALCANCADOS.
           MOVE ZERO TO WRK-ACEITOS.
           MOVE ZERO TO WRK-RECUSADOS.
           MOVE ZERO TO WRK-NAO-ATENDEU.
           MOVE ZERO TO WRK-OPER-QTD.
           MOVE 'N' TO WRK-ESTOURO.

           IF WRK-MEMBROS-OK = 'S'
               MOVE CMP-CODIGO TO MBR-CAMPANHA
               MOVE ZEROS TO MBR-FONE
               START CAMPANHA-MEMBROS KEY IS NOT LESS MBR-CHAVE
                   INVALID KEY
                       MOVE 23 TO MEMBRO-STATUS
               END-START
               PERFORM 2200-LER-MEMBRO
                   UNTIL MEMBRO-STATUS NOT = 0
           END-IF.

       2200-LER-MEMBRO.
           READ CAMPANHA-MEMBROS NEXT RECORD
               AT END
                   MOVE 10 TO MEMBRO-STATUS
           END-READ.
           IF MEMBRO-STATUS = 0
               IF MBR-CAMPANHA = CMP-CODIGO
                   PERFORM 2300-CONTAR-RESPOSTA
               ELSE
                   MOVE 10 TO MEMBRO-STATUS
               END-IF
           END-IF.

      *    Aceitou ou recusou: o cliente foi alcancado. Nao atendeu e
      *    so uma tentativa
       2300-CONTAR-RESPOSTA.
           ADD 1 TO WRK-ALVO.
           IF NOT MBR-SEM-RESPOSTA
               ADD 1 TO WRK-TENTADOS
               PERFORM 2400-ACHAR-OPERADOR
               IF WRK-OPER-ACHOU = 'S'
                   ADD 1 TO WRK-OPER-RESPOSTAS(WRK-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN MBR-ACEITOU
                       ADD 1 TO WRK-ALCANCADOS
                       ADD 1 TO WRK-ACEITOS
                       IF WRK-OPER-ACHOU = 'S'
                           ADD 1 TO WRK-OPER-ALCANCADOS(WRK-IDX)
                           ADD 1 TO WRK-OPER-ACEITOS(WRK-IDX)
                       END-IF
                   WHEN MBR-RECUSOU
                       ADD 1 TO WRK-ALCANCADOS
                       ADD 1 TO WRK-RECUSADOS
                       IF WRK-OPER-ACHOU = 'S'
                           ADD 1 TO WRK-OPER-ALCANCADOS(WRK-IDX)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WRK-NAO-ATENDEU
               END-EVALUATE
           END-IF.

       2400-ACHAR-OPERADOR.
           MOVE 'N' TO WRK-OPER-ACHOU.
           PERFORM 2410-TESTAR-OPERADOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-OPER-QTD
               OR WRK-OPER-ACHOU = 'S'.
           IF WRK-OPER-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-IDX
           ELSE
               IF WRK-OPER-QTD < WRK-OPER-MAX
                   ADD 1 TO WRK-OPER-QTD
                   MOVE WRK-OPER-QTD TO WRK-IDX
                   MOVE MBR-OPERADOR TO WRK-OPER-ID(WRK-IDX)
                   MOVE ZERO TO WRK-OPER-RESPOSTAS(WRK-IDX)
                   MOVE ZERO TO WRK-OPER-ALCANCADOS(WRK-IDX)
                   MOVE ZERO TO WRK-OPER-ACEITOS(WRK-IDX)
                   MOVE 'S' TO WRK-OPER-ACHOU
               ELSE
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
           END-IF.

       2410-TESTAR-OPERADOR.
           IF WRK-OPER-ID(WRK-IDX) = MBR-OPERADOR
               MOVE 'S' TO WRK-OPER-ACHOU
           END-IF.

       2500-IMPRIMIR-CAMPANHA.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE CMP-CODIGO TO CMP-LIN-CODIGO.
           MOVE CMP-DESCRICAO TO CMP-LIN-DESCRICAO.
           MOVE CMP-CANAL TO CMP-LIN-CANAL.
           WRITE LST-REG FROM LIN-CAMPANHA.
           MOVE CMP-DATA-INICIO TO PER-INICIO.
           MOVE CMP-DATA-FIM TO PER-FIM.
           MOVE CMP-DATA-SELECAO TO PER-SELECAO.
           WRITE LST-REG FROM LIN-PERIODO.

           MOVE SPACES TO CTL-SINAL.
           MOVE ZERO TO CTL-PERCENTUAL.
           MOVE 'CLIENTES SELECIONADOS ......:' TO CTL-DESCRICAO.
           MOVE WRK-ALVO TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'RESPOSTAS REGISTRADAS ......:' TO CTL-DESCRICAO.
           MOVE WRK-TENTADOS TO WRK-VALOR.
           PERFORM 2600-CALCULAR-PERCENTUAL.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CLIENTES ALCANCADOS ........:' TO CTL-DESCRICAO.
           MOVE WRK-ALCANCADOS TO WRK-VALOR.
           PERFORM 2600-CALCULAR-PERCENTUAL.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ACEITARAM ..................:' TO CTL-DESCRICAO.
           MOVE WRK-ACEITOS TO WRK-VALOR.
           PERFORM 2600-CALCULAR-PERCENTUAL.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'RECUSARAM ..................:' TO CTL-DESCRICAO.
           MOVE WRK-RECUSADOS TO WRK-VALOR.
           PERFORM 2600-CALCULAR-PERCENTUAL.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'NAO ATENDERAM ..............:' TO CTL-DESCRICAO.
           MOVE WRK-NAO-ATENDEU TO WRK-VALOR.
           PERFORM 2600-CALCULAR-PERCENTUAL.
           WRITE LST-REG FROM LIN-CONTROLE.

           IF WRK-OPER-QTD > ZERO
               MOVE SPACES TO LST-REG
               WRITE LST-REG
               WRITE LST-REG FROM LIN-OPER-CABECALHO
               PERFORM 2700-IMPRIMIR-OPERADOR
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-OPER-QTD
           END-IF.
           IF WRK-ESTOURO = 'S'
               MOVE '  ATENCAO: MAIS DE 50 OPERADORES - QUEBRA PARCIAL'
                   TO LST-REG
               WRITE LST-REG
           END-IF.

      *    Percentual sobre o total de selecionados da campanha
       2600-CALCULAR-PERCENTUAL.
           MOVE WRK-VALOR TO CTL-VALOR.
           IF WRK-ALVO > ZERO
               COMPUTE CTL-PERCENTUAL ROUNDED =
                   WRK-VALOR * 100 / WRK-ALVO
               MOVE '%' TO CTL-SINAL
           END-IF.

       2700-IMPRIMIR-OPERADOR.
           MOVE WRK-OPER-ID(WRK-IDX) TO OPE-ID.
           MOVE WRK-OPER-RESPOSTAS(WRK-IDX) TO OPE-RESPOSTAS.
           MOVE WRK-OPER-ALCANCADOS(WRK-IDX) TO OPE-ALCANCADOS.
           MOVE WRK-OPER-ACEITOS(WRK-IDX) TO OPE-ACEITOS.
           WRITE LST-REG FROM LIN-OPERADOR.

       3000-FINALIZAR.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE SPACES TO CTL-SINAL.
           MOVE ZERO TO CTL-PERCENTUAL.
           MOVE 'CAMPANHAS LISTADAS .........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CAMPANHAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.

           CLOSE CAMPANHAS.
           IF WRK-MEMBROS-OK = 'S'
               CLOSE CAMPANHA-MEMBROS
           END-IF.
           CLOSE LST-CAMPANHAS.

           DISPLAY 'CAMPANHAS LISTADAS ....: ' WRK-TOTAL-CAMPANHAS.
