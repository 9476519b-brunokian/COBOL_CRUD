      * Author: Bruno Kian
      * Date: 02/09/2026
      * Purpose: Rotina noturna: executa em ordem a cadeia CRUD0007,
      *          CRUD0008, CRUD0009, CRUD0010, CRUD0011 e CRUD0030
      *          (indice do log por fone), registrando em
      *          NOTURNO-CTL.DAT o inicio, o fim e a situacao de cada
      *          passo. A data da rodada e informada no console
      *          (0 = hoje), para que a rodada interrompida antes da
      *          meia-noite possa ser reiniciada de manha sob a data
      *          original; no reinicio os passos ja completados sao
      *          pulados. Do inicio ao fim a cadeia segura a janela de
      *          manutencao (CRUD0032), e o atendimento nao grava no
      *          cadastro. Se a conferencia do backup
      *          (CRUD0007) falhar, a cadeia para ali - rodar o
      *          expurgo do CRUD0010 em cima de um descarregamento
      *          ruim e perda de dados. Resumo em RELNOT.LST.
       77 WRK-TOTAL-EXECUTADOS PIC 9(02) VALUE ZERO.
       77 WRK-TOTAL-PULADOS PIC 9(02) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(02) VALUE ZERO.
       77 WRK-JANELA-OK PIC X(01) VALUE 'N'.
       77 WRK-RC-PASSO PIC S9(04) VALUE ZERO.

       01 WRK-PASSOS.
           05 FILLER PIC X(08) VALUE 'CRUD0007'.
           05 FILLER PIC X(08) VALUE 'CRUD0009'.
           05 FILLER PIC X(08) VALUE 'CRUD0010'.
           05 FILLER PIC X(08) VALUE 'CRUD0011'.
           05 FILLER PIC X(08) VALUE 'CRUD0030'.
       01 WRK-PASSOS-R REDEFINES WRK-PASSOS.
           05 WRK-PASSO-PROG OCCURS 6 PIC X(08).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 FILLER PIC X(12) VALUE 'RESULTADO: '.
           05 RES-TEXTO PIC X(50).

       01 LIN-JANELA.
           05 FILLER PIC X(08) VALUE 'JANELA: '.
           05 JAN-TEXTO PIC X(60).

           COPY SISPRM.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM 1000-INICIAR.
           PERFORM 2000-EXECUTAR-PASSO
               VARYING WRK-PASSO FROM 1 BY 1
               UNTIL WRK-PASSO > 6 OR WRK-PARAR = 'S'.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           PERFORM 1100-ABRIR-MANUTENCAO.

      ******************************************************************
      *Janela de manutencao (CRUD0032): da descarga do CRUD0007 ao fim
      *da cadeia o atendimento nao grava no cadastro. Bloqueio de uma
      *rodada anterior que caiu e retomado; janela de outra rotina
      *ainda em andamento (restauracao, carga, delta) para a cadeia
      *antes do primeiro passo.
      ******************************************************************
       1100-ABRIR-MANUTENCAO.
           MOVE 'B' TO MNT-FUNCAO.
           MOVE 'CRUD0019' TO MNT-PROGRAMA.
           MOVE SPACES TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
           MOVE MNT-MENSAGEM TO JAN-TEXTO.
           WRITE LST-REG FROM LIN-JANELA.
           IF MNT-OK
               MOVE 'S' TO WRK-JANELA-OK
           ELSE
               MOVE 'S' TO WRK-PARAR
               DISPLAY 'SE A ROTINA ACIMA CAIU, LIBERE O BLOQUEIO PELA'
               DISPLAY 'OPCAO S DO CRUD0001 E REINICIE A ROTINA'
           END-IF.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

      ******************************************************************
      *Cada passo: se o registro de controle do dia ja esta completo,
      *pula (reinicio de rodada interrompida); senao grava 'A' com a
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           EVALUATE TRUE
               WHEN WRK-JANELA-OK NOT = 'S'
                   MOVE 'SISTEMA EM MANUTENCAO POR OUTRA ROTINA'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-ERROS NOT = ZERO
                   MOVE 'CADEIA PARADA COM ERRO - CORRIJA E REINICIE'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-EXECUTADOS + WRK-TOTAL-PULADOS = 6
                   MOVE 'ROTINA NOTURNA CONCLUIDA' TO RES-TEXTO
               WHEN OTHER
                   MOVE 'ROTINA NOTURNA INCOMPLETA' TO RES-TEXTO
           END-EVALUATE.
           WRITE LST-REG FROM LIN-RESULTADO.

           IF WRK-JANELA-OK = 'S'
               PERFORM 3100-FECHAR-MANUTENCAO
               MOVE MNT-MENSAGEM TO JAN-TEXTO
               WRITE LST-REG FROM LIN-JANELA
           END-IF.

           CLOSE CONTROLE.
           CLOSE LST-NOTURNO.

           DISPLAY 'PASSOS PULADOS ........: ' WRK-TOTAL-PULADOS.
           DISPLAY 'PASSOS COM ERRO .......: ' WRK-TOTAL-ERROS.
           DISPLAY RES-TEXTO.
           IF WRK-JANELA-OK NOT = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    O codigo de retorno da cadeia e o do ultimo passo: a
      *    chamada que fecha a janela nao pode zera-lo
       3100-FECHAR-MANUTENCAO.
           MOVE RETURN-CODE TO WRK-RC-PASSO.
           MOVE 'L' TO MNT-FUNCAO.
           MOVE 'CRUD0019' TO MNT-PROGRAMA.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           MOVE WRK-RC-PASSO TO RETURN-CODE.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
