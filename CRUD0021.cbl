      *          em RELRST.LST cada lancamento reaplicado, parcial ou
      *          irrecuperavel. O log nao guarda endereco e documento,
      *          entao inclusoes reaplicadas saem marcadas como
      *          parciais para conferencia manual. Roda dentro da
      *          janela de manutencao (CRUD0032): o atendimento nao
      *          grava no cadastro durante a recarga e a reaplicacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(12) VALUE 'RESULTADO: '.
           05 RES-TEXTO PIC X(50).

           COPY SISPRM.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-MANUTENCAO.

           OPEN OUTPUT LST-RESTAURA.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.

           PERFORM 1300-CARREGAR-GERACOES.

      ******************************************************************
      *Janela de manutencao (CRUD0032): enquanto a restauracao roda, o
      *atendimento nao grava no cadastro. Janela de outra rotina ainda
      *em andamento recusa a rodada antes de tocar no cadastro.
      ******************************************************************
       1100-ABRIR-MANUTENCAO.
           MOVE 'B' TO MNT-FUNCAO.
           MOVE 'CRUD0021' TO MNT-PROGRAMA.
           MOVE SPACES TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
           IF MNT-RECUSADO
               DISPLAY 'RESTAURACAO NAO EXECUTADA - NADA FOI FEITO'
               DISPLAY 'SE A ROTINA ACIMA CAIU, LIBERE O BLOQUEIO PELA'
               DISPLAY 'OPCAO S DO CRUD0001 E RODE DE NOVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O log pode ter sido rotacionado depois do backup: as
      *    geracoes entram na reaplicacao junto com o log vivo, na
      *    ordem cronologica do catalogo (o filtro de data/hora
           DISPLAY 'IRRECUPERAVEIS ........: '
               WRK-TOTAL-IRRECUPERAVEIS.
           DISPLAY RES-TEXTO.
           PERFORM 6100-FECHAR-MANUTENCAO.

       6100-FECHAR-MANUTENCAO.
           MOVE 'L' TO MNT-FUNCAO.
           MOVE 'CRUD0021' TO MNT-PROGRAMA.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
