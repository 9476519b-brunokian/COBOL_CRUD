      *          periodo aberto, cataloga a geracao em
      *          GERACOES-LOG.DAT e emite relatorio de controle em
      *          RELGER.LST. Se a conferencia dos arquivos gerados
      *          falhar, o log vivo nao e tocado. Com o indice do log
      *          por fone (LOG-INDICE.DAT) em dia, as entradas dos
      *          lancamentos fechados passam a apontar a geracao e as
      *          dos retidos a nova posicao no log vivo. Os registros
      *          da cadeia de conferencia do log (LOG-CADEIA.DAT)
      *          mudam de chave junto com os lancamentos, com os
      *          mesmos valores: a cadeia segue da geracao para o log
      *          vivo sem quebra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CATALOGO-STATUS.

           SELECT LOG-INDICE ASSIGN TO 'LOG-INDICE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INDICE-STATUS
           RECORD KEY IS LIX-CHAVE.

           SELECT LOG-CADEIA ASSIGN TO 'LOG-CADEIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CADEIA-STATUS
           RECORD KEY IS CAD-CHAVE.

           SELECT LST-CONTROLE ASSIGN TO 'RELGER.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.
       FD CATALOGO.
           COPY GERREG.

       FD LOG-INDICE.
           COPY LIXREG.

       FD LOG-CADEIA.
           COPY CADREG.

       FD LST-CONTROLE.
       01 LST-REG PIC X(80).

       77 RETIDO-STATUS PIC 9(2).
       77 CATALOGO-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 INDICE-STATUS PIC 9(2).
       77 WRK-ARQ-GERACAO PIC X(32).
       77 WRK-DATA-CORTE PIC 9(08).
       77 WRK-ROTACAO-OK PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-CONF-GER PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-CONF-RET PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-REGRAVADOS PIC 9(07) VALUE ZERO.
       77 WRK-INDICE-SITUACAO PIC X(40)
              VALUE 'INDICE DO LOG NAO TOCADO'.
       77 WRK-GER-TOTAL PIC 9(03) VALUE ZERO.
       77 WRK-GER-CORTE PIC 9(08).
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-FONE-INDICE PIC 9(09).
       77 WRK-TOTAL-ENTRADAS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ERROS-IDX PIC 9(07) VALUE ZERO.
       77 CADEIA-STATUS PIC 9(2).
       77 WRK-CADEIA-SITUACAO PIC X(50)
              VALUE 'CADEIA DO LOG NAO TOCADA'.
       77 WRK-CADEIA-VIVOS PIC 9(07) VALUE ZERO.
       77 WRK-POS-ORIGEM PIC 9(07) VALUE ZERO.
       77 WRK-POS-GERACAO PIC 9(07) VALUE ZERO.
       77 WRK-POS-RETIDO PIC 9(07) VALUE ZERO.
       77 WRK-RETIDOS-SEM-CADEIA PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-CADEIA PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ERROS-CAD PIC 9(07) VALUE ZERO.
       77 WRK-CAD-IMAGEM PIC X(98).

       01 WRK-CAD-CHAVE-NOVA.
           05 WRK-CAD-GERACAO-NOVA PIC 9(08).
           05 WRK-CAD-NUM-NOVO PIC 9(07).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           PERFORM 2000-SEPARAR-PERIODOS.
           PERFORM 3000-CONFERIR-ARQUIVOS.
           IF WRK-ROTACAO-OK = 'S'
               PERFORM 3500-TRANSPORTAR-CADEIA
               PERFORM 4000-REGRAVAR-LOG-VIVO
               PERFORM 5000-CATALOGAR-GERACAO
               PERFORM 5500-ATUALIZAR-INDICE
           END-IF.
           PERFORM 6000-FINALIZAR.
           STOP RUN.
                   MOVE 10 TO RETIDO-STATUS
           END-READ.

      ******************************************************************
      *Cadeia de conferencia do log: antes de o log vivo ser regravado,
      *o original e relido com a regra de corte do 2100 e cada
      *registro da cadeia muda de chave junto com o seu lancamento - o
      *fechado vai para a geracao, o retido para a nova posicao no log
      *vivo (nunca adiante da antiga, entao a chave nova ja esta
      *livre). Os valores nao mudam: o primeiro retido continua ligado
      *ao ultimo da geracao. Registros da cadeia alem do fim do log
      *vivo (lancamentos que sumiram do log) vao para o fim da
      *geracao, onde a conferencia (CRUD0035) os aponta.
      ******************************************************************
       3500-TRANSPORTAR-CADEIA.
           OPEN I-O LOG-CADEIA.
           IF CADEIA-STATUS = 0
               MOVE ZEROS TO CAD-CHAVE
               READ LOG-CADEIA
                   INVALID KEY
                       MOVE 23 TO CADEIA-STATUS
               END-READ
               IF CADEIA-STATUS NOT = 0
                   MOVE 'CADEIA DO LOG SEM CONTROLE - NAO TRANSPORTADA'
                       TO WRK-CADEIA-SITUACAO
               ELSE
                   MOVE CAD-CTL-VIVOS TO WRK-CADEIA-VIVOS
                   PERFORM 3510-TRANSPORTAR-REGISTROS
                   PERFORM 3600-REGRAVAR-CONTROLE-CADEIA
               END-IF
               CLOSE LOG-CADEIA
           ELSE
               MOVE 'CADEIA DO LOG AUSENTE' TO WRK-CADEIA-SITUACAO
           END-IF.

       3510-TRANSPORTAR-REGISTROS.
           OPEN INPUT CLIENTES-LOG.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.
           PERFORM 3520-TRANSPORTAR-LANCAMENTO
               UNTIL LOG-STATUS NOT = 0.
           CLOSE CLIENTES-LOG.
           PERFORM 3550-TRANSPORTAR-SOBRA
               UNTIL WRK-POS-ORIGEM NOT < WRK-CADEIA-VIVOS.

       3520-TRANSPORTAR-LANCAMENTO.
           ADD 1 TO WRK-POS-ORIGEM.
           IF LOG-DATA <= WRK-DATA-CORTE
               ADD 1 TO WRK-POS-GERACAO
               MOVE WRK-DATA-CORTE TO WRK-CAD-GERACAO-NOVA
               MOVE WRK-POS-GERACAO TO WRK-CAD-NUM-NOVO
           ELSE
               ADD 1 TO WRK-POS-RETIDO
               MOVE 99999999 TO WRK-CAD-GERACAO-NOVA
               MOVE WRK-POS-RETIDO TO WRK-CAD-NUM-NOVO
           END-IF.
           PERFORM 3530-MUDAR-CHAVE.
           IF CADEIA-STATUS = 23
               AND WRK-CAD-GERACAO-NOVA = 99999999
               ADD 1 TO WRK-RETIDOS-SEM-CADEIA
           END-IF.
           MOVE ZERO TO CADEIA-STATUS.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      *    Lancamento anterior a cadeia nao tem registro (status 23)
       3530-MUDAR-CHAVE.
           MOVE 99999999 TO CAD-GERACAO.
           MOVE WRK-POS-ORIGEM TO CAD-NUM-REG.
           READ LOG-CADEIA
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-READ.
           IF CADEIA-STATUS = 0
               AND CAD-CHAVE NOT = WRK-CAD-CHAVE-NOVA
               MOVE LOG-CADEIA-REG TO WRK-CAD-IMAGEM
               MOVE WRK-CAD-CHAVE-NOVA TO CAD-CHAVE
               WRITE LOG-CADEIA-REG
                   INVALID KEY
                       MOVE 22 TO CADEIA-STATUS
               END-WRITE
               IF CADEIA-STATUS = 22
                   REWRITE LOG-CADEIA-REG
                       INVALID KEY
                           MOVE 23 TO CADEIA-STATUS
                   END-REWRITE
               END-IF
               IF CADEIA-STATUS = 0
                   MOVE WRK-CAD-IMAGEM TO LOG-CADEIA-REG
                   DELETE LOG-CADEIA RECORD
                       INVALID KEY
                           MOVE 23 TO CADEIA-STATUS
                   END-DELETE
               END-IF
               IF CADEIA-STATUS NOT = 0
                   ADD 1 TO WRK-TOTAL-ERROS-CAD
                   MOVE 99 TO CADEIA-STATUS
               END-IF
           END-IF.
           IF CADEIA-STATUS = 0
               ADD 1 TO WRK-TOTAL-CADEIA
           END-IF.

       3550-TRANSPORTAR-SOBRA.
           ADD 1 TO WRK-POS-ORIGEM.
           ADD 1 TO WRK-POS-GERACAO.
           MOVE WRK-DATA-CORTE TO WRK-CAD-GERACAO-NOVA.
           MOVE WRK-POS-GERACAO TO WRK-CAD-NUM-NOVO.
           PERFORM 3530-MUDAR-CHAVE.
           MOVE ZERO TO CADEIA-STATUS.

      *    O ultimo valor nao muda: o proximo lancamento gravado no log
      *    vivo continua a cadeia de onde ela parou
       3600-REGRAVAR-CONTROLE-CADEIA.
           MOVE ZEROS TO CAD-CHAVE.
           READ LOG-CADEIA
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-READ.
           IF CADEIA-STATUS = 0
               MOVE WRK-POS-RETIDO TO CAD-CTL-VIVOS
               MOVE WRK-RETIDOS-SEM-CADEIA TO CAD-CTL-INICIO
               MOVE WRK-DATA-SISTEMA TO CAD-CTL-DATA
               ACCEPT CAD-CTL-HORA FROM TIME
               REWRITE LOG-CADEIA-REG
                   INVALID KEY
                       MOVE 23 TO CADEIA-STATUS
               END-REWRITE
           END-IF.
           EVALUATE TRUE
               WHEN CADEIA-STATUS NOT = 0
                   MOVE 'CONTROLE DA CADEIA NAO REGRAVADO - CONFERIR'
                       TO WRK-CADEIA-SITUACAO
               WHEN WRK-TOTAL-ERROS-CAD NOT = ZERO
                   MOVE 'CADEIA DO LOG COM ERROS - CONFERIR (CRUD0035)'
                       TO WRK-CADEIA-SITUACAO
               WHEN WRK-CADEIA-VIVOS NOT = WRK-TOTAL-LIDOS
                   MOVE 'CADEIA DIVERGIA DO LOG - CONFERIR (CRUD0035)'
                       TO WRK-CADEIA-SITUACAO
               WHEN OTHER
                   MOVE 'CADEIA DO LOG TRANSPORTADA'
                       TO WRK-CADEIA-SITUACAO
           END-EVALUATE.

       4000-REGRAVAR-LOG-VIVO.
           OPEN OUTPUT CLIENTES-LOG.
           OPEN INPUT RETIDO.
           WRITE GERACAO-LOG-REG.
           CLOSE CATALOGO.

      ******************************************************************
      *Indice do log por fone: so e mexido se estava em dia com o
      *catalogo antes deste fechamento; senao fica como esta e o
      *CRUD0030 da rotina noturna o recria. Primeiro saem todas as
      *entradas de log vivo dos lancamentos movidos (as posicoes
      *mudaram); depois os fechados entram apontando a geracao e os
      *retidos a nova posicao no log vivo.
      ******************************************************************
       5500-ATUALIZAR-INDICE.
           OPEN I-O LOG-INDICE.
           IF INDICE-STATUS = 0
               MOVE ZEROS TO LIX-CHAVE
               READ LOG-INDICE
                   INVALID KEY
                       MOVE 23 TO INDICE-STATUS
               END-READ
               PERFORM 5510-CONTAR-GERACOES
               IF INDICE-STATUS NOT = 0
                   MOVE 'INDICE SEM CONTROLE - RECRIAR (CRUD0031)'
                       TO WRK-INDICE-SITUACAO
               ELSE
                   IF LIX-CTL-GERACOES + 1 NOT = WRK-GER-TOTAL
                       MOVE 'INDICE DESATUALIZADO - SERA RECRIADO'
                           TO WRK-INDICE-SITUACAO
                   ELSE
                       PERFORM 5600-REMOVER-ENTRADAS-VIVAS
                       PERFORM 5700-INDEXAR-NOVAS-POSICOES
                       PERFORM 5900-REGRAVAR-CONTROLE
                   END-IF
               END-IF
               CLOSE LOG-INDICE
           ELSE
               MOVE 'INDICE DO LOG AUSENTE' TO WRK-INDICE-SITUACAO
           END-IF.

       5510-CONTAR-GERACOES.
           MOVE ZERO TO WRK-GER-TOTAL.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 0
               READ CATALOGO
                   AT END
                       MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 5520-CONTAR-GERACAO
                   UNTIL CATALOGO-STATUS NOT = 0
               CLOSE CATALOGO
           END-IF.

       5520-CONTAR-GERACAO.
           ADD 1 TO WRK-GER-TOTAL.
           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

       5600-REMOVER-ENTRADAS-VIVAS.
           OPEN INPUT GERACAO.
           READ GERACAO
               AT END
                   MOVE 10 TO GERACAO-STATUS
           END-READ.
           PERFORM 5610-REMOVER-DA-GERACAO
               UNTIL GERACAO-STATUS NOT = 0.
           CLOSE GERACAO.

           OPEN INPUT RETIDO.
           READ RETIDO
               AT END
                   MOVE 10 TO RETIDO-STATUS
           END-READ.
           PERFORM 5620-REMOVER-DO-RETIDO
               UNTIL RETIDO-STATUS NOT = 0.
           CLOSE RETIDO.

       5610-REMOVER-DA-GERACAO.
           MOVE GERACAO-REG TO CLIENTES-LOG-REG.
           PERFORM 5630-REMOVER-LANCAMENTO.
           READ GERACAO
               AT END
                   MOVE 10 TO GERACAO-STATUS
           END-READ.

       5620-REMOVER-DO-RETIDO.
           MOVE RETIDO-REG TO CLIENTES-LOG-REG.
           PERFORM 5630-REMOVER-LANCAMENTO.
           READ RETIDO
               AT END
                   MOVE 10 TO RETIDO-STATUS
           END-READ.

       5630-REMOVER-LANCAMENTO.
           MOVE LOG-FONE TO WRK-FONE-INDICE.
           PERFORM 5640-REMOVER-CHAVE.
           IF LOG-FONE-NOVO NOT = ZEROS
               MOVE LOG-FONE-NOVO TO WRK-FONE-INDICE
               PERFORM 5640-REMOVER-CHAVE
           END-IF.

      *    As entradas de log vivo de um fone/data/hora ficam juntas
      *    no fim da faixa (geracao 99999999): posiciona nelas e apaga
      *    ate mudar a chave
       5640-REMOVER-CHAVE.
           MOVE WRK-FONE-INDICE TO LIX-FONE.
           MOVE LOG-DATA TO LIX-DATA.
           MOVE LOG-HORA TO LIX-HORA.
           MOVE 99999999 TO LIX-GERACAO.
           MOVE ZEROS TO LIX-NUM-REG.
           MOVE SPACES TO LIX-TIPO.
           START LOG-INDICE KEY IS NOT LESS LIX-CHAVE
               INVALID KEY
                   MOVE 23 TO INDICE-STATUS
           END-START.
           IF INDICE-STATUS = 0
               READ LOG-INDICE NEXT RECORD
                   AT END
                       MOVE 10 TO INDICE-STATUS
               END-READ
           END-IF.
           PERFORM 5650-APAGAR-ENTRADA
               UNTIL INDICE-STATUS NOT = 0
               OR LIX-FONE NOT = WRK-FONE-INDICE
               OR LIX-DATA NOT = LOG-DATA
               OR LIX-HORA NOT = LOG-HORA
               OR NOT LIX-LOG-VIVO.
           MOVE ZERO TO INDICE-STATUS.

       5650-APAGAR-ENTRADA.
           DELETE LOG-INDICE RECORD
               INVALID KEY
                   MOVE 23 TO INDICE-STATUS
           END-DELETE.
           IF INDICE-STATUS = 0
               READ LOG-INDICE NEXT RECORD
                   AT END
                       MOVE 10 TO INDICE-STATUS
               END-READ
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS-IDX
           END-IF.

       5700-INDEXAR-NOVAS-POSICOES.
           MOVE WRK-DATA-CORTE TO WRK-GER-CORTE.
           MOVE ZERO TO WRK-NUM-REG.
           OPEN INPUT GERACAO.
           READ GERACAO
               AT END
                   MOVE 10 TO GERACAO-STATUS
           END-READ.
           PERFORM 5710-INDEXAR-DA-GERACAO
               UNTIL GERACAO-STATUS NOT = 0.
           CLOSE GERACAO.

           MOVE 99999999 TO WRK-GER-CORTE.
           MOVE ZERO TO WRK-NUM-REG.
           OPEN INPUT RETIDO.
           READ RETIDO
               AT END
                   MOVE 10 TO RETIDO-STATUS
           END-READ.
           PERFORM 5720-INDEXAR-DO-RETIDO
               UNTIL RETIDO-STATUS NOT = 0.
           CLOSE RETIDO.

       5710-INDEXAR-DA-GERACAO.
           MOVE GERACAO-REG TO CLIENTES-LOG-REG.
           ADD 1 TO WRK-NUM-REG.
           PERFORM 5800-INDEXAR-LANCAMENTO.
           READ GERACAO
               AT END
                   MOVE 10 TO GERACAO-STATUS
           END-READ.

       5720-INDEXAR-DO-RETIDO.
           MOVE RETIDO-REG TO CLIENTES-LOG-REG.
           ADD 1 TO WRK-NUM-REG.
           PERFORM 5800-INDEXAR-LANCAMENTO.
           READ RETIDO
               AT END
                   MOVE 10 TO RETIDO-STATUS
           END-READ.

       5800-INDEXAR-LANCAMENTO.
           MOVE LOG-FONE TO LIX-FONE.
           MOVE 'F' TO LIX-TIPO.
           PERFORM 5810-GRAVAR-ENTRADA.
           IF LOG-FONE-NOVO NOT = ZEROS
               MOVE LOG-FONE-NOVO TO LIX-FONE
               MOVE 'N' TO LIX-TIPO
               PERFORM 5810-GRAVAR-ENTRADA
           END-IF.

       5810-GRAVAR-ENTRADA.
           MOVE LOG-DATA TO LIX-DATA.
           MOVE LOG-HORA TO LIX-HORA.
           MOVE WRK-GER-CORTE TO LIX-GERACAO.
           MOVE WRK-NUM-REG TO LIX-NUM-REG.
           IF WRK-GER-CORTE = 99999999
               MOVE 'CLIENTES-LOG.DAT' TO LIX-ARQUIVO
           ELSE
               MOVE WRK-ARQ-GERACAO TO LIX-ARQUIVO
           END-IF.
           MOVE CLIENTES-LOG-REG TO LIX-LANCAMENTO.
           WRITE LOG-INDICE-REG
               INVALID KEY
                   MOVE 22 TO INDICE-STATUS
           END-WRITE.
           IF INDICE-STATUS = 22
               REWRITE LOG-INDICE-REG
                   INVALID KEY
                       MOVE 23 TO INDICE-STATUS
               END-REWRITE
           END-IF.
           IF INDICE-STATUS = 0
               ADD 1 TO WRK-TOTAL-ENTRADAS
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS-IDX
               MOVE ZERO TO INDICE-STATUS
           END-IF.

      *    Log vivo passa a ter so os retidos, todos indexados
       5900-REGRAVAR-CONTROLE.
           MOVE ZEROS TO LIX-CHAVE.
           READ LOG-INDICE
               INVALID KEY
                   MOVE 23 TO INDICE-STATUS
           END-READ.
           IF INDICE-STATUS = 0
               MOVE WRK-TOTAL-REGRAVADOS TO LIX-CTL-VIVOS
               ADD 1 TO LIX-CTL-GERACOES
               MOVE WRK-DATA-SISTEMA TO LIX-CTL-DATA
               ACCEPT LIX-CTL-HORA FROM TIME
               REWRITE LOG-INDICE-REG
                   INVALID KEY
                       MOVE 23 TO INDICE-STATUS
               END-REWRITE
           END-IF.
           IF INDICE-STATUS = 0 AND WRK-TOTAL-ERROS-IDX = ZERO
               MOVE 'INDICE DO LOG ATUALIZADO' TO WRK-INDICE-SITUACAO
           ELSE
               MOVE 'INDICE COM ERROS - RECRIAR (CRUD0031)'
                   TO WRK-INDICE-SITUACAO
           END-IF.

       6000-FINALIZAR.
           MOVE 'LANCAMENTOS LIDOS ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIDOS TO CTL-VALOR.
           MOVE 'REGRAVADOS NO LOG VIVO .....:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-REGRAVADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ENTRADAS DO INDICE GRAVADAS :' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ENTRADAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'REGISTROS DA CADEIA MOVIDOS :' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CADEIA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE SPACES TO LST-REG.
           MOVE WRK-INDICE-SITUACAO TO LST-REG.
           WRITE LST-REG.
           MOVE SPACES TO LST-REG.
           MOVE WRK-CADEIA-SITUACAO TO LST-REG.
           WRITE LST-REG.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           DISPLAY 'FECHADOS NA GERACAO ...: ' WRK-TOTAL-FECHADOS.
           DISPLAY 'RETIDOS NO LOG VIVO ...: ' WRK-TOTAL-RETIDOS.
           DISPLAY 'REGRAVADOS ............: ' WRK-TOTAL-REGRAVADOS.
           DISPLAY WRK-INDICE-SITUACAO.
           DISPLAY WRK-CADEIA-SITUACAO.
           DISPLAY RES-TEXTO.
