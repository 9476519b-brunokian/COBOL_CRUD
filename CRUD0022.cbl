      *          registro do arquivo morto (CLIENTES-HIST.DAT) se o
      *          cliente foi expurgado. Fones antigos e novos ligados
      *          pela referencia cruzada entram todos na ficha.
      *          Com o indice do log por fone (LOG-INDICE.DAT) em dia,
      *          o historico vem das entradas dos fones da ficha mais o
      *          trecho do log vivo ainda nao indexado.
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

           SELECT LST-FICHA ASSIGN TO 'RELFIC.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.
       FD CATALOGO.
           COPY GERREG.

       FD LOG-INDICE.
           COPY LIXREG.

       FD LST-FICHA.
       01 LST-REG PIC X(132).

       77 WRK-TOTAL-LANCAMENTOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-CONTATOS PIC 9(05) VALUE ZERO.
       77 WRK-TEM-CADASTRO PIC X(01) VALUE 'N'.
       77 INDICE-STATUS PIC 9(2).
       77 WRK-INDICE-OK PIC X(01) VALUE 'N'.
       77 WRK-GER-TOTAL PIC 9(03) VALUE ZERO.
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-VIVOS-INDEXADOS PIC 9(07).
       77 WRK-IDX-INDICE PIC 9(02).
       77 WRK-TAB-QTD PIC 9(03) VALUE ZERO.
       77 WRK-TAB-MAX PIC 9(03) VALUE 500.
       77 WRK-TAB-IDX PIC 9(03).
       77 WRK-TAB-POS PIC 9(03).
       77 WRK-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-LUGAR PIC X(01).

       01 WRK-DATA-HORA.
           05 WRK-DH-DATA PIC 9(08).
           05 WRK-DH-HORA PIC 9(08).

       01 WRK-TABELA-LOG.
           05 WRK-TAB-LANC OCCURS 500.
               10 WRK-TAB-DATA-HORA PIC X(16).
               10 WRK-TAB-IMAGEM PIC X(183).

       01 WRK-FONES-FICHA.
           05 WRK-FONE-BUSCA OCCURS 20 PIC 9(09).
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-BUSCA(WRK-GER-QTD).

       1350-GUARDAR-GERACAO.
           ADD 1 TO WRK-GER-TOTAL.
           IF WRK-GER-QTD < 59
               ADD 1 TO WRK-GER-QTD
               MOVE GER-ARQUIVO TO WRK-ARQ-BUSCA(WRK-GER-QTD)
           MOVE 'HISTORICO DE ALTERACOES' TO SEC-TITULO.
           PERFORM 8200-IMPRIMIR-SECAO.

           PERFORM 4010-VERIFICAR-INDICE.
           IF WRK-INDICE-OK = 'S'
               PERFORM 4020-CARREGAR-PELO-INDICE
           END-IF.

           IF WRK-INDICE-OK = 'S'
               PERFORM 4060-IMPRIMIR-DA-TABELA
                   VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > WRK-TAB-QTD
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 4200-AVALIAR-LANCAMENTO
                   UNTIL LOG-STATUS NOT = 0
               CLOSE CLIENTES-LOG
           ELSE
               PERFORM 4100-LER-ARQUIVO-LOG
                   VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > WRK-GER-QTD
           END-IF.

           MOVE 'LANCAMENTOS NA FICHA .......:' TO TOT-DESCRICAO.
           MOVE WRK-TOTAL-LANCAMENTOS TO TOT-VALOR.
           PERFORM 8400-IMPRIMIR-TOTAL.

      ******************************************************************
      *O indice so vale se cobre todas as geracoes do catalogo e se o
      *log vivo tem pelo menos os registros ja indexados; o log vivo
      *fica aberto logo depois do ultimo registro indexado
      ******************************************************************
       4010-VERIFICAR-INDICE.
           OPEN INPUT LOG-INDICE.
           IF INDICE-STATUS = 0
               MOVE ZEROS TO LIX-CHAVE
               READ LOG-INDICE
                   INVALID KEY
                       MOVE 23 TO INDICE-STATUS
               END-READ
               IF INDICE-STATUS = 0
                   AND LIX-CTL-GERACOES = WRK-GER-TOTAL
                   PERFORM 4012-POSICIONAR-LOG-VIVO
               END-IF
               IF WRK-INDICE-OK NOT = 'S'
                   CLOSE LOG-INDICE
               END-IF
           END-IF.

       4012-POSICIONAR-LOG-VIVO.
           MOVE LIX-CTL-VIVOS TO WRK-VIVOS-INDEXADOS.
           MOVE ZERO TO WRK-NUM-REG.
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               PERFORM 4014-PULAR-INDEXADO
                   UNTIL LOG-STATUS NOT = 0
                   OR WRK-NUM-REG = WRK-VIVOS-INDEXADOS
               IF WRK-NUM-REG = WRK-VIVOS-INDEXADOS
                   MOVE 'S' TO WRK-INDICE-OK
               ELSE
                   CLOSE CLIENTES-LOG
               END-IF
           END-IF.

       4014-PULAR-INDEXADO.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.
           IF LOG-STATUS = 0
               ADD 1 TO WRK-NUM-REG
           END-IF.

      ******************************************************************
      *As entradas de todos os fones da ficha vao para uma tabela em
      *ordem de data e hora, para o historico sair cronologico como
      *na varredura completa. Entrada pelo fone novo de troca/fusao so
      *entra se o fone do lancamento nao e da ficha (senao sairia
      *duas vezes). Tabela cheia: volta para a varredura completa.
      ******************************************************************
       4020-CARREGAR-PELO-INDICE.
           PERFORM 4030-CARREGAR-FONE
               VARYING WRK-IDX-INDICE FROM 1 BY 1
               UNTIL WRK-IDX-INDICE > WRK-FONES-QTD
               OR WRK-ESTOURO = 'S'.
           CLOSE LOG-INDICE.
           IF WRK-ESTOURO = 'S'
               CLOSE CLIENTES-LOG
               MOVE 'N' TO WRK-INDICE-OK
           END-IF.

       4030-CARREGAR-FONE.
           MOVE ZEROS TO LIX-CHAVE.
           MOVE WRK-FONE-BUSCA(WRK-IDX-INDICE) TO LIX-FONE.
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
           PERFORM 4040-AVALIAR-ENTRADA
               UNTIL INDICE-STATUS NOT = 0
               OR LIX-FONE NOT = WRK-FONE-BUSCA(WRK-IDX-INDICE)
               OR WRK-ESTOURO = 'S'.
           MOVE ZERO TO INDICE-STATUS.

       4040-AVALIAR-ENTRADA.
           MOVE LIX-LANCAMENTO TO CLIENTES-LOG-REG.
           IF LIX-PELO-FONE
               PERFORM 4050-INSERIR-NA-TABELA
           ELSE
               MOVE LOG-FONE TO WRK-FONE-TESTE
               PERFORM 2400-FONE-NA-LISTA
               IF WRK-FONE-NA-LISTA NOT = 'S'
                   PERFORM 4050-INSERIR-NA-TABELA
               END-IF
           END-IF.
           READ LOG-INDICE NEXT RECORD
               AT END
                   MOVE 10 TO INDICE-STATUS
           END-READ.

       4050-INSERIR-NA-TABELA.
           IF WRK-TAB-QTD >= WRK-TAB-MAX
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               MOVE LOG-DATA TO WRK-DH-DATA
               MOVE LOG-HORA TO WRK-DH-HORA
               ADD 1 TO WRK-TAB-QTD
               MOVE WRK-TAB-QTD TO WRK-TAB-POS
               MOVE 'N' TO WRK-ACHOU-LUGAR
               PERFORM 4055-ABRIR-ESPACO
                   UNTIL WRK-TAB-POS = 1 OR WRK-ACHOU-LUGAR = 'S'
               MOVE WRK-DATA-HORA TO WRK-TAB-DATA-HORA(WRK-TAB-POS)
               MOVE CLIENTES-LOG-REG TO WRK-TAB-IMAGEM(WRK-TAB-POS)
           END-IF.

       4055-ABRIR-ESPACO.
           IF WRK-TAB-DATA-HORA(WRK-TAB-POS - 1) > WRK-DATA-HORA
               MOVE WRK-TAB-LANC(WRK-TAB-POS - 1)
                   TO WRK-TAB-LANC(WRK-TAB-POS)
               SUBTRACT 1 FROM WRK-TAB-POS
           ELSE
               MOVE 'S' TO WRK-ACHOU-LUGAR
           END-IF.

       4060-IMPRIMIR-DA-TABELA.
           MOVE WRK-TAB-IMAGEM(WRK-TAB-IDX) TO CLIENTES-LOG-REG.
           ADD 1 TO WRK-TOTAL-LANCAMENTOS.
           PERFORM 4300-IMPRIMIR-LANCAMENTO.

       4100-LER-ARQUIVO-LOG.
           MOVE WRK-ARQ-BUSCA(WRK-ARQ-IDX) TO WRK-ARQ-LOG.
           OPEN INPUT CLIENTES-LOG.
