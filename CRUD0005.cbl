      *          a lado e com opcao de listagem impressa (RELLOG.LST).
      *          A consulta e consolidada: percorre primeiro as
      *          geracoes fechadas pelo CRUD0017 (catalogadas em
      *          GERACOES-LOG.DAT) e por ultimo o log vivo. Com
      *          filtro de fone e o indice do log por fone
      *          (LOG-INDICE.DAT) em dia, le so as entradas dos fones
      *          pedidos e o trecho do log vivo ainda nao indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS XREF-STATUS
           RECORD KEY IS XRF-CHAVE.

           SELECT LOG-INDICE ASSIGN TO 'LOG-INDICE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INDICE-STATUS
           RECORD KEY IS LIX-CHAVE.

           SELECT LST-LOG ASSIGN TO 'RELLOG.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.
       FD FONE-XREF.
           COPY XREREG.

       FD LOG-INDICE.
           COPY LIXREG.

       FD LST-LOG.
       01 LST-REG PIC X(132).

       77 WRK-GER-QTD PIC 9(02) VALUE ZERO.
       77 WRK-ARQ-IDX PIC 9(02).
       77 WRK-PAROU PIC X(01) VALUE 'N'.
       77 INDICE-STATUS PIC 9(2).
       77 WRK-INDICE-OK PIC X(01) VALUE 'N'.
       77 WRK-GER-TOTAL PIC 9(03) VALUE ZERO.
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-VIVOS-INDEXADOS PIC 9(07).
       77 WRK-IDX-INDICE PIC 9(02).

       01 WRK-ARQS-LOG.
           05 WRK-ARQ-BUSCA OCCURS 60 PIC X(32).
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WRK-LOG-OK = 'S'
               IF WRK-INDICE-OK = 'S'
                   PERFORM 1600-PROCESSAR-PELO-INDICE
               ELSE
                   PERFORM 1500-PROCESSAR-ARQUIVO
                       VARYING WRK-ARQ-IDX FROM 1 BY 1
                       UNTIL WRK-ARQ-IDX > WRK-GER-QTD
                       OR WRK-PAROU = 'S'
               END-IF
           END-IF.
           PERFORM 3000-FINALIZAR.
           GOBACK.
               PERFORM 1100-CAPTURAR-FILTROS
               PERFORM 1200-MONTAR-FONES-BUSCA
               PERFORM 1300-CARREGAR-GERACOES
               PERFORM 1400-VERIFICAR-INDICE
               IF WRK-SAIDA-TIPO = 'I' OR WRK-SAIDA-TIPO = 'i'
                   OPEN OUTPUT LST-LOG
               END-IF
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-BUSCA(WRK-GER-QTD).

       1350-GUARDAR-GERACAO.
           ADD 1 TO WRK-GER-TOTAL.
           IF WRK-GER-QTD < 59
               ADD 1 TO WRK-GER-QTD
               MOVE GER-ARQUIVO TO WRK-ARQ-BUSCA(WRK-GER-QTD)
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

      ******************************************************************
      *Consulta por fone com o indice do log: so vale se o indice
      *cobre todas as geracoes do catalogo e se o log vivo tem pelo
      *menos os registros ja indexados. O log vivo fica aberto logo
      *depois do ultimo registro indexado, para a leitura do trecho
      *ainda nao indexado. Sem fone no filtro a varredura e completa.
      ******************************************************************
       1400-VERIFICAR-INDICE.
           IF WRK-FIL-FONE NOT = ZERO
               OPEN INPUT LOG-INDICE
               IF INDICE-STATUS = 0
                   MOVE ZEROS TO LIX-CHAVE
                   READ LOG-INDICE
                       INVALID KEY
                           MOVE 23 TO INDICE-STATUS
                   END-READ
                   IF INDICE-STATUS = 0
                       AND LIX-CTL-GERACOES = WRK-GER-TOTAL
                       PERFORM 1450-POSICIONAR-LOG-VIVO
                   END-IF
                   IF WRK-INDICE-OK NOT = 'S'
                       CLOSE LOG-INDICE
                   END-IF
               END-IF
           END-IF.

       1450-POSICIONAR-LOG-VIVO.
           MOVE LIX-CTL-VIVOS TO WRK-VIVOS-INDEXADOS.
           MOVE ZERO TO WRK-NUM-REG.
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               PERFORM 1460-PULAR-INDEXADO
                   UNTIL LOG-STATUS NOT = 0
                   OR WRK-NUM-REG = WRK-VIVOS-INDEXADOS
               IF WRK-NUM-REG = WRK-VIVOS-INDEXADOS
                   MOVE 'S' TO WRK-INDICE-OK
               ELSE
                   CLOSE CLIENTES-LOG
               END-IF
           END-IF.

       1460-PULAR-INDEXADO.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.
           IF LOG-STATUS = 0
               ADD 1 TO WRK-NUM-REG
           END-IF.

      *    Geracao catalogada mas ausente no disco (levada para fita,
      *    por exemplo) e simplesmente pulada
       1500-PROCESSAR-ARQUIVO.
               CLOSE CLIENTES-LOG
           END-IF.

      ******************************************************************
      *Pelo indice: as entradas de cada fone da lista, a partir da
      *data inicial do filtro, e depois o trecho do log vivo ainda
      *nao indexado. Entradas pelo fone novo de troca/fusao ficam de
      *fora: a auditoria filtra pelo fone do lancamento.
      ******************************************************************
       1600-PROCESSAR-PELO-INDICE.
           PERFORM 1650-LER-ENTRADAS-FONE
               VARYING WRK-IDX-INDICE FROM 1 BY 1
               UNTIL WRK-IDX-INDICE > WRK-FONES-QTD
               OR WRK-PAROU = 'S'.
           CLOSE LOG-INDICE.

           IF WRK-PAROU NOT = 'S'
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 2000-PROCESSAR
                   UNTIL LOG-STATUS NOT = 0
           END-IF.
           CLOSE CLIENTES-LOG.

       1650-LER-ENTRADAS-FONE.
           MOVE ZEROS TO LIX-CHAVE.
           MOVE WRK-FONE-BUSCA(WRK-IDX-INDICE) TO LIX-FONE.
           MOVE WRK-FIL-DATA-INI TO LIX-DATA.
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
           PERFORM 1700-AVALIAR-ENTRADA
               UNTIL INDICE-STATUS NOT = 0
               OR LIX-FONE NOT = WRK-FONE-BUSCA(WRK-IDX-INDICE)
               OR LIX-DATA > WRK-FIL-DATA-FIM
               OR WRK-PAROU = 'S'.
           MOVE ZERO TO INDICE-STATUS.

       1700-AVALIAR-ENTRADA.
           IF LIX-PELO-FONE
               MOVE LIX-LANCAMENTO TO CLIENTES-LOG-REG
               PERFORM 2050-SELECIONAR-LANCAMENTO
           END-IF.
           READ LOG-INDICE NEXT RECORD
               AT END
                   MOVE 10 TO INDICE-STATUS
           END-READ.

       2000-PROCESSAR.
           PERFORM 2050-SELECIONAR-LANCAMENTO.

           IF LOG-STATUS = 0
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
           END-IF.

       2050-SELECIONAR-LANCAMENTO.
           PERFORM 2100-TESTAR-FILTRO.

           IF WRK-SELECIONA = 'S'
               END-IF
           END-IF.

       2100-TESTAR-FILTRO.
           MOVE 'S' TO WRK-SELECIONA.
           IF WRK-FIL-FONE NOT = ZERO
