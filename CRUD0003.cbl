      * Author: Bruno Kian
      * Date: 26/06/2025
      * Purpose: Carga em lote de clientes a partir de CLIENTES-CARGA.DAT
      *          (onboarding de uma nova filial). Roda dentro da
      *          janela de manutencao (CRUD0032): o atendimento nao
      *          grava no cadastro durante a carga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WRK-POS-ARROBA PIC 9(02).
       77 WRK-POS-PONTO PIC 9(02).

           COPY SISPRM.

           COPY CADPRM.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-MANUTENCAO.

           OPEN I-O CLIENTES
               IF CLIENTES-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES
                   OR CARGA-STATUS NOT = 0
           END-IF.

      ******************************************************************
      *Janela de manutencao (CRUD0032): enquanto a carga roda, o
      *atendimento nao grava no cadastro. Janela de outra rotina ainda
      *em andamento recusa a rodada antes de tocar no cadastro.
      ******************************************************************
       1100-ABRIR-MANUTENCAO.
           MOVE 'B' TO MNT-FUNCAO.
           MOVE 'CRUD0003' TO MNT-PROGRAMA.
           MOVE SPACES TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
           IF MNT-RECUSADO
               DISPLAY 'CARGA NAO EXECUTADA'
               DISPLAY 'SE A ROTINA ACIMA CAIU, LIBERE O BLOQUEIO PELA'
               DISPLAY 'OPCAO S DO CRUD0001 E RODE DE NOVO'
               CLOSE CARGA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *O ponto de controle e gravado por acrescimo, um registro por
      *registro de carga processado. Na leitura vale o ultimo registro
                   MOVE 'BATCH' TO LOG-OPERADOR
                   ACCEPT LOG-DATA FROM DATE YYYYMMDD
                   ACCEPT LOG-HORA FROM TIME
                   PERFORM 2500-ENCADEAR-LOG
                   WRITE CLIENTES-LOG-REG
               ELSE
                   ADD 1 TO WRK-TOTAL-DUPLICADOS
           WRITE CKP-REG.
           CLOSE CARGA-CKP.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       2500-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0003' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

       2100-VALIDAR-FONE.
           IF CLIENTES-FONE >= 100000000
               MOVE 'S' TO WRK-FONE-OK
           CLOSE CLIENTES.
           CLOSE CLIENTES-LOG.
           CLOSE REJEITOS.
           PERFORM 3100-FECHAR-MANUTENCAO.

       3100-FECHAR-MANUTENCAO.
           MOVE 'L' TO MNT-FUNCAO.
           MOVE 'CRUD0003' TO MNT-PROGRAMA.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
