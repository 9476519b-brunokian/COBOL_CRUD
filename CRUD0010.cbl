      *          de CLIENTES.DAT, registrando o expurgo no log
      *          (operacao X) e emitindo relatorio em RELARQ.LST.
      *          A inatividade e julgada pela maior data entre o
      *          cadastro e o ultimo lancamento do fone no log. Com o
      *          indice do log por fone (LOG-INDICE.DAT) em dia, o
      *          ultimo lancamento vem das entradas do fone no indice
      *          (geracoes e log vivo) mais o trecho do log vivo ainda
      *          nao indexado, sem varrer o log inteiro.
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

           SELECT LST-ARQUIVO ASSIGN TO 'RELARQ.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.
       FD CATALOGO.
           COPY GERREG.

       FD LOG-INDICE.
           COPY LIXREG.

       FD LST-ARQUIVO.
       01 LST-REG PIC X(80).

       77 WRK-TOTAL-ARQUIVADOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-RETIDOS PIC 9(05) VALUE ZERO.
       77 INDICE-STATUS PIC 9(2).
       77 WRK-INDICE-OK PIC X(01) VALUE 'N'.
       77 WRK-GER-TOTAL PIC 9(03) VALUE ZERO.
       77 WRK-GER-AUSENTES PIC 9(03) VALUE ZERO.
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-VIVOS-INDEXADOS PIC 9(07).
       77 WRK-DATA-INDICE PIC 9(08).
       77 WRK-TOTAL-CONSULTAS PIC 9(05) VALUE ZERO.

       01 WRK-TABELA.
           05 WRK-TAB-ENTRADA OCCURS 5000.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZ9.

           COPY CADPRM.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           IF LOG-STATUS NOT = 0
               MOVE 10 TO LOG-STATUS
           ELSE
               PERFORM 1400-VERIFICAR-INDICE
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
           END-IF.

       1250-GUARDAR-CORTE.
           ADD 1 TO WRK-GER-TOTAL.
           IF GER-DATA-CORTE > WRK-DATA-CORTE
               MOVE GER-DATA-CORTE TO WRK-DATA-CORTE
           END-IF.
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

      ******************************************************************
      *O indice so vale se cobre todas as geracoes do catalogo e se o
      *log vivo tem pelo menos os registros ja indexados: nesse caso
      *a tabela de fones recebe so o trecho do log vivo ainda nao
      *indexado e o resto vem do indice, cliente a cliente. Senao o
      *log vivo e reaberto e lido inteiro, como sempre.
      ******************************************************************
       1400-VERIFICAR-INDICE.
           OPEN INPUT LOG-INDICE.
           IF INDICE-STATUS = 0
               MOVE ZEROS TO LIX-CHAVE
               READ LOG-INDICE
                   INVALID KEY
                       MOVE 23 TO INDICE-STATUS
               END-READ
               IF INDICE-STATUS = 0
                   AND LIX-CTL-GERACOES = WRK-GER-TOTAL
                   MOVE LIX-CTL-AUSENTES TO WRK-GER-AUSENTES
                   MOVE LIX-CTL-VIVOS TO WRK-VIVOS-INDEXADOS
                   MOVE ZERO TO WRK-NUM-REG
                   PERFORM 1450-PULAR-INDEXADO
                       UNTIL LOG-STATUS NOT = 0
                       OR WRK-NUM-REG = WRK-VIVOS-INDEXADOS
                   IF WRK-NUM-REG = WRK-VIVOS-INDEXADOS
                       MOVE 'S' TO WRK-INDICE-OK
                   ELSE
                       CLOSE CLIENTES-LOG
                       OPEN INPUT CLIENTES-LOG
                   END-IF
               END-IF
               IF WRK-INDICE-OK NOT = 'S'
                   CLOSE LOG-INDICE
               END-IF
           END-IF.

       1450-PULAR-INDEXADO.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.
           IF LOG-STATUS = 0
               ADD 1 TO WRK-NUM-REG
           END-IF.

       2000-LER-LOG.
           ADD 1 TO WRK-TOTAL-LOGS.
           PERFORM 2100-ACHAR-NA-TABELA.
      *estourou, o cliente sem entrada na tabela e retido por seguranca
      *(o log dele pode nao ter sido visto). Fone sem lancamento no
      *log vivo pode ter movimento numa geracao fechada: a data de
      *corte da ultima rotacao vale como piso de atividade - a menos
      *que o indice do log, cobrindo todas as geracoes, ja tenha dado
      *o ultimo lancamento do fone.
      ******************************************************************
       4200-APURAR-ATIVIDADE.
           MOVE CLIENTES-DATA-CADASTRO TO WRK-DATA-ATIVIDADE.
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-QTD OR WRK-ACHOU NOT = ZERO.

           IF WRK-INDICE-OK = 'S'
               PERFORM 4210-CONSULTAR-INDICE
               IF WRK-DATA-INDICE > WRK-DATA-ATIVIDADE
                   MOVE WRK-DATA-INDICE TO WRK-DATA-ATIVIDADE
               END-IF
           END-IF.

           IF WRK-ACHOU NOT = ZERO
               IF WRK-TAB-ULTIMA-DATA(WRK-ACHOU) > WRK-DATA-ATIVIDADE
                   MOVE WRK-TAB-ULTIMA-DATA(WRK-ACHOU)
               IF WRK-ESTOURO = 'S'
                   MOVE WRK-DATA-SISTEMA TO WRK-DATA-ATIVIDADE
               ELSE
                   IF WRK-INDICE-OK NOT = 'S'
                       OR WRK-GER-AUSENTES NOT = ZERO
                       IF WRK-DATA-CORTE > WRK-DATA-ATIVIDADE
                           MOVE WRK-DATA-CORTE TO WRK-DATA-ATIVIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 8100-DATA-PARA-DIAS.
           MOVE WRK-DIAS TO WRK-DIAS-ATIVIDADE.

      *    Maior data entre as entradas do fone no indice; a entrada
      *    pelo fone novo so conta na troca de fone, como na leitura
      *    do log
       4210-CONSULTAR-INDICE.
           ADD 1 TO WRK-TOTAL-CONSULTAS.
           MOVE ZERO TO WRK-DATA-INDICE.
           MOVE ZEROS TO LIX-CHAVE.
           MOVE CLIENTES-FONE TO LIX-FONE.
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
           PERFORM 4220-AVALIAR-ENTRADA
               UNTIL INDICE-STATUS NOT = 0
               OR LIX-FONE NOT = CLIENTES-FONE.
           MOVE ZERO TO INDICE-STATUS.

       4220-AVALIAR-ENTRADA.
           IF LIX-PELO-FONE OR LIX-LANCAMENTO(1:1) = 'T'
               IF LIX-DATA > WRK-DATA-INDICE
                   MOVE LIX-DATA TO WRK-DATA-INDICE
               END-IF
           END-IF.
           READ LOG-INDICE NEXT RECORD
               AT END
                   MOVE 10 TO INDICE-STATUS
           END-READ.

       4250-COMPARAR-CLIENTE.
           IF WRK-TAB-FONE(WRK-IDX) = CLIENTES-FONE
               MOVE WRK-IDX TO WRK-ACHOU
           MOVE 'BATCH' TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 4500-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       4500-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0010' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

      ******************************************************************
      *Converte uma data AAAAMMDD em contagem de dias, para comparar
      *periodos sem depender de aritmetica de calendario externa
           MOVE 'LANCAMENTOS DE LOG LIDOS ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LOGS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONSULTAS AO INDICE DO LOG .:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CONSULTAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CLIENTES LIDOS .............:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           CLOSE CLIENTES.
           CLOSE CLIENTES-LOG.
           CLOSE CLIENTES-HIST.
           IF WRK-INDICE-OK = 'S'
               CLOSE LOG-INDICE
           END-IF.
           CLOSE LST-ARQUIVO.

           DISPLAY 'CLIENTES LIDOS ........: ' WRK-TOTAL-LIDOS.
