      *          alimenta tambem a base consolidada por filial
      *          (MATRIZ-CLIENTES.DAT), mesmo quando a aplicacao no
      *          cadastro plano da conflito - e essa base que mostra
      *          qual filial e dona de cada cliente; o registro da
      *          filial de origem de uma transferencia (T, gravado pelo
      *          CRUD0037) so volta a mudar com uma nova inclusao.
      *          Antes de aplicar, o arquivo inteiro e conferido:
      *          cabecalho (que identifica a filial e a data de
      *          geracao), trailer com quantidade e total de controle,
      *          (DELTA-APLICADOS.DAT) - duplicatas, arquivos fora de
      *          ordem e lacunas na sequencia de datas sao rejeitados
      *          com o motivo em RELDLT.LST, sem tocar no cadastro.
      *          Roda dentro da janela de manutencao (CRUD0032): o
      *          atendimento nao grava no cadastro durante a aplicacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(19) VALUE 'ARQUIVO REJEITADO: '.
           05 REJ-MOTIVO PIC X(45).

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
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

      ******************************************************************
      *Janela de manutencao (CRUD0032): enquanto o delta roda, o
      *atendimento nao grava no cadastro. Janela de outra rotina ainda
      *em andamento recusa a rodada antes de tocar no cadastro.
      ******************************************************************
       1100-ABRIR-MANUTENCAO.
           MOVE 'B' TO MNT-FUNCAO.
           MOVE 'CRUD0012' TO MNT-PROGRAMA.
           MOVE SPACES TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
           IF MNT-RECUSADO
               DISPLAY 'DELTA NAO APLICADO'
               DISPLAY 'SE A ROTINA ACIMA CAIU, LIBERE O BLOQUEIO PELA'
               DISPLAY 'OPCAO S DO CRUD0001 E RODE DE NOVO'
               CLOSE DELTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *Primeira passada: le o arquivo inteiro sem aplicar nada,
      *conferindo cabecalho, trailer, quantidade e total de controle.
           END-READ.

           IF MATRIZ-STATUS = 0
      *        Cliente transferido desta filial para outra (CRUD0037):
      *        so uma nova inclusao devolve o fone a esta filial; a
      *        inativacao da saida e alteracoes atrasadas nao mexem
               IF MTZ-TRANSFERIDO AND NOT DELTA-INCLUSAO
                   CONTINUE
               ELSE
      *            Exclusao de fone ja expurgado na filial chega com a
      *            imagem em branco: preserva os dados consolidados e
      *            apenas inativa
                   IF DELTA-EXCLUSAO AND DELTA-NOME = SPACES
                       MOVE 'I' TO MTZ-SITUACAO
                   ELSE
                       PERFORM 8600-MONTAR-IMAGEM-MATRIZ
                   END-IF
                   MOVE DELTA-DATA TO MTZ-DATA-MOVTO
                   REWRITE MATRIZ-CLIENTES-REG
                       INVALID KEY
                           MOVE 23 TO MATRIZ-STATUS
                   END-REWRITE
               END-IF
           ELSE
               MOVE WRK-FILIAL TO MTZ-FILIAL
               MOVE DELTA-FONE TO MTZ-FONE
           MOVE ZEROS TO LOG-FONE-NOVO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 8050-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       8050-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0012' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

      ******************************************************************
      *Avanca WRK-DATA-CALC um dia de calendario, respeitando o
      *tamanho de cada mes e os anos bissextos
           CLOSE CLIENTES-LOG.
           CLOSE MATRIZ.
           CLOSE LST-DELTA.
           PERFORM 3100-FECHAR-MANUTENCAO.

           DISPLAY 'DELTAS LIDOS ..........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'APLICADOS .............: ' WRK-TOTAL-APLICADOS.
           DISPLAY 'IGNORADOS .............: ' WRK-TOTAL-IGNORADOS.
           DISPLAY 'EM CONFLITO ...........: ' WRK-TOTAL-CONFLITOS.
           DISPLAY 'BASE MATRIZ ...........: ' WRK-TOTAL-MATRIZ.

       3100-FECHAR-MANUTENCAO.
           MOVE 'L' TO MNT-FUNCAO.
           MOVE 'CRUD0012' TO MNT-PROGRAMA.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           DISPLAY 'JANELA DE MANUTENCAO ..: ' MNT-MENSAGEM.
