      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Retencao por coorte de cadastro para a gerencia: os
      *          clientes cadastrados no ano escolhido (CLIENTES.DAT e
      *          arquivo morto CLIENTES-HIST.DAT) sao agrupados pelo
      *          mes de CLIENTES-DATA-CADASTRO e, pelas exclusoes e
      *          reativacoes das geracoes do log e do log vivo, mostra
      *          quantos continuavam ativos 1, 3, 6 e 12 meses depois
      *          do cadastro - no total, nos que tiveram ao menos uma
      *          reclamacao (contato R em CONTATOS.DAT) e nos que nao
      *          tiveram. A exclusao gravada pela transferencia para
      *          outra filial (CRUD0036, saida em TRANSFERENCIAS.DAT
      *          no mesmo dia) nao e saida da empresa: e desconsiderada
      *          e contada a parte. Saida impressa em RELCOO.LST e
      *          arquivo delimitado RETENCAO-<AAAA>.CSV para os
      *          graficos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0038.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS CLIENTES-CHAVE
           ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

           SELECT CLIENTES-HIST ASSIGN TO 'CLIENTES-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-STATUS
           RECORD KEY IS HIST-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO WRK-ARQ-LOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT CATALOGO ASSIGN TO 'GERACOES-LOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CATALOGO-STATUS.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONTATOS-STATUS
           RECORD KEY IS CONTATOS-CHAVE.

           SELECT TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS TRANSF-STATUS
           RECORD KEY IS TRF-CHAVE.

           SELECT LST-COORTE ASSIGN TO 'RELCOO.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

           SELECT SAIDA-CSV ASSIGN TO WRK-ARQ-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD CLIENTES-HIST.
           COPY CLIHIST.

       FD CLIENTES-LOG.
           COPY CLILOG.

       FD CATALOGO.
           COPY GERREG.

       FD CONTATOS.
           COPY CTTREG.

       FD TRANSFERENCIAS.
           COPY TRFREG.

       FD LST-COORTE.
       01 LST-REG PIC X(110).

       FD SAIDA-CSV.
       01 CSV-REG PIC X(150).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 HIST-STATUS PIC 9(2).
       77 LOG-STATUS PIC 9(2).
       77 CATALOGO-STATUS PIC 9(2).
       77 CONTATOS-STATUS PIC 9(2).
       77 TRANSF-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 CSV-STATUS PIC 9(2).
       77 WRK-ARQ-LOG PIC X(32).
       77 WRK-ARQ-CSV PIC X(32).
       77 WRK-GER-QTD PIC 9(02) VALUE ZERO.
       77 WRK-ARQ-IDX PIC 9(02).
       77 WRK-ANO-RELATORIO PIC 9(04).
       77 WRK-DATA-INICIO PIC 9(08).
       77 WRK-CONTATOS-OK PIC X(01) VALUE 'N'.
       77 WRK-TRANSF-OK PIC X(01) VALUE 'N'.
       77 WRK-SAIDA-FILIAL PIC X(01).
       77 WRK-TAB-QTD PIC 9(04) VALUE ZERO.
       77 WRK-TAB-MAX PIC 9(04) VALUE 5000.
       77 WRK-IDX PIC 9(04).
       77 WRK-ACHOU PIC 9(04).
       77 WRK-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-FONE-BUSCA PIC 9(09).
       77 WRK-DATA-BUSCA PIC 9(08).
       77 WRK-MELHOR-DATA PIC 9(08).
       77 WRK-NOVO-ESTADO PIC X(01).
       77 WRK-MES-CALC PIC 9(02).
       77 WRK-COO PIC 9(02).
       77 WRK-GRP PIC 9(01).
       77 WRK-HOR PIC 9(01).
       77 WRK-PCT PIC 9(03).
       77 WRK-TOTAL-CADASTRO PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ARQUIVO PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-LOGS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-EVENTOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-RECLAMACOES PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-DIVERGENTES PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-TRANSFERIDOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-RECUADOS PIC 9(07) VALUE ZERO.
       77 WRK-TRC-QTD PIC 9(04) VALUE ZERO.
       77 WRK-TRC-MAX PIC 9(04) VALUE 2000.
       77 WRK-TRC-IDX PIC 9(04).
       77 WRK-FONE-CADASTRO PIC 9(09).
       77 WRK-GER-AUSENTES PIC 9(02) VALUE ZERO.

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES-HOJE PIC 9(02).
           05 WRK-DIA PIC 9(02).
       01 WRK-DATA-HOJE REDEFINES WRK-DATA-SISTEMA PIC 9(08).

       01 WRK-DATA-MOVTO.
           05 WRK-MOVTO-ANO PIC 9(04).
           05 WRK-MOVTO-MES PIC 9(02).
           05 WRK-MOVTO-DIA PIC 9(02).

      *    Dia 29 a 31 somado a meses pode cair numa data que o
      *    calendario nao tem (31/02): como a data so e comparada, ela
      *    fica entre o fim do mes e o dia 1 do seguinte, que e o certo
       01 WRK-DATA-MARCO.
           05 WRK-MARCO-ANO PIC 9(04).
           05 WRK-MARCO-MES PIC 9(02).
           05 WRK-MARCO-DIA PIC 9(02).

       01 WRK-ARQS-LOG.
           05 WRK-ARQ-BUSCA OCCURS 60 PIC X(32).

      *    Trocas de fone do ano em diante, na ordem do log
       01 WRK-TROCAS.
           05 WRK-TRC-ENTRADA OCCURS 2000.
               10 WRK-TRC-FONE PIC 9(09).
               10 WRK-TRC-FONE-NOVO PIC 9(09).
               10 WRK-TRC-DATA PIC 9(08).

       01 WRK-HORIZONTES-V.
           05 FILLER PIC X(08) VALUE '01030612'.
       01 WRK-HORIZONTES REDEFINES WRK-HORIZONTES-V.
           05 WRK-HOR-MESES OCCURS 4 PIC 9(02).

       01 WRK-GRUPOS-V.
           05 FILLER PIC X(15) VALUE 'TODOS'.
           05 FILLER PIC X(15) VALUE 'COM RECLAMACAO'.
           05 FILLER PIC X(15) VALUE 'SEM RECLAMACAO'.
       01 WRK-GRUPOS REDEFINES WRK-GRUPOS-V.
           05 WRK-GRP-NOME OCCURS 3 PIC X(15).

       01 WRK-GRUPOS-CSV-V.
           05 FILLER PIC X(15) VALUE 'TODOS'.
           05 FILLER PIC X(15) VALUE 'COM_RECLAMACAO'.
           05 FILLER PIC X(15) VALUE 'SEM_RECLAMACAO'.
       01 WRK-GRUPOS-CSV REDEFINES WRK-GRUPOS-CSV-V.
           05 WRK-GRP-CSV OCCURS 3 PIC X(15).

      ******************************************************************
      *Um cliente do ano por entrada: o fone atual (acompanha as trocas
      *de fone do log), a situacao reconstruida do log e, para cada
      *prazo (1, 3, 6 e 12 meses), a data do marco e a situacao do
      *cliente naquela data
      ******************************************************************
       01 WRK-TABELA.
           05 WRK-TAB-ENTRADA OCCURS 5000.
               10 WRK-TAB-FONE-ATUAL PIC 9(09).
               10 WRK-TAB-CADASTRO PIC 9(08).
               10 WRK-TAB-MES PIC 9(02).
               10 WRK-TAB-SITUACAO PIC X(01).
               10 WRK-TAB-ESTADO PIC X(01).
               10 WRK-TAB-RECLAMOU PIC X(01).
               10 WRK-TAB-TRANSFERIU PIC X(01).
               10 WRK-TAB-MARCO OCCURS 4.
                   15 WRK-TAB-DATA-MARCO PIC 9(08).
                   15 WRK-TAB-SIT-MARCO PIC X(01).

      ******************************************************************
      *Acumuladores: coortes 1 a 12 (mes de cadastro) e 13 (ano), cada
      *uma em tres grupos (todos, com e sem reclamacao); por prazo, a
      *base e quantos estavam ativos. Base e quem ja completou o prazo
      *na data do relatorio.
      ******************************************************************
       01 WRK-COORTES.
           05 WRK-COO-ENT OCCURS 13.
               10 WRK-COO-GRUPO OCCURS 3.
                   15 WRK-COO-QTD PIC 9(07).
                   15 WRK-COO-HOR OCCURS 4.
                       20 WRK-COO-ATIVOS PIC 9(07).
                       20 WRK-COO-BASE PIC 9(07).

       01 WRK-CSV-CAMPOS.
           05 WRK-CSV-COORTE PIC X(06).
           05 WRK-CSV-QTD PIC 9(07).
           05 WRK-CSV-HOR OCCURS 4.
               10 WRK-CSV-ATIVOS PIC 9(07).
               10 WRK-CSV-BASE PIC 9(07).
               10 WRK-CSV-PCT PIC X(03).

       01 WRK-ROTULO-MES.
           05 WRK-ROT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 WRK-ROT-ANO PIC 9(04).

       01 WRK-COORTE-MES.
           05 WRK-CMS-ANO PIC 9(04).
           05 WRK-CMS-MES PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(37)
              VALUE 'RETENCAO POR COORTE DE CADASTRO - ANO'.
           05 FILLER PIC X(02) VALUE ': '.
           05 CAB-ANO-REL PIC 9(04).
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'DATA: '.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-TITULO-1.
           05 FILLER PIC X(32)
              VALUE 'COORTE   GRUPO          CLIENTES'.
           05 FILLER PIC X(18) VALUE '  ---- 1 MES -----'.
           05 FILLER PIC X(18) VALUE '  --- 3 MESES ----'.
           05 FILLER PIC X(18) VALUE '  --- 6 MESES ----'.
           05 FILLER PIC X(18) VALUE '  --- 12 MESES ---'.

       01 LIN-TITULO-2.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(18) VALUE '   ATIV/ BASE  PCT'.
           05 FILLER PIC X(18) VALUE '   ATIV/ BASE  PCT'.
           05 FILLER PIC X(18) VALUE '   ATIV/ BASE  PCT'.
           05 FILLER PIC X(18) VALUE '   ATIV/ BASE  PCT'.

       01 LIN-COORTE.
           05 COO-ROTULO PIC X(07).
           05 FILLER PIC X(02).
           05 COO-GRUPO PIC X(15).
           05 COO-QTD PIC ZZZZZZZ9.
           05 COO-PRAZO OCCURS 4.
               10 FILLER PIC X(02).
               10 COO-ATIVOS PIC ZZZZ9.
               10 COO-BARRA PIC X(01).
               10 COO-BASE PIC ZZZZ9.
               10 FILLER PIC X(01).
               10 COO-PCT PIC ZZ9.
               10 COO-PCT-X REDEFINES COO-PCT PIC X(03).
               10 COO-SINAL PIC X(01).

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 1600-CARREGAR-TROCAS
               VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX > WRK-GER-QTD.
           PERFORM 1700-RECUAR-FONE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-QTD.
           PERFORM 1500-LER-ARQUIVO-LOG
               VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX > WRK-GER-QTD.
           PERFORM 3000-LER-CONTATOS UNTIL CONTATOS-STATUS NOT = 0.
           PERFORM 4000-APURAR-CLIENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-QTD.
           PERFORM 5000-IMPRIMIR.
           PERFORM 6000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'CRUD0038 - RETENCAO POR COORTE DE CADASTRO'.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY 'ANO DO RELATORIO (AAAA, 0 = ATUAL):'.
           ACCEPT WRK-ANO-RELATORIO.
           IF WRK-ANO-RELATORIO = ZERO
               MOVE WRK-ANO TO WRK-ANO-RELATORIO
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-ANO-RELATORIO * 10000 + 101.

           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS NOT = 0
               DISPLAY 'CLIENTES-LOG.DAT NAO ENCONTRADO'
               STOP RUN
           END-IF.
           CLOSE CLIENTES-LOG.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               STOP RUN
           END-IF.

           MOVE ZEROS TO WRK-COORTES.
           PERFORM 1200-CARREGAR-CADASTRO.

      *    O arquivo morto so existe depois do primeiro expurgo; sem
      *    ele as coortes saem so com o cadastro vivo
           OPEN INPUT CLIENTES-HIST.
           IF HIST-STATUS = 0
               PERFORM 1400-CARREGAR-ARQUIVO-MORTO
           END-IF.

      *    As saidas e voltas de cada cliente precisam do log inteiro:
      *    as geracoes fechadas pelo CRUD0017 entram antes do log vivo,
      *    na ordem cronologica do catalogo
           PERFORM 1300-CARREGAR-GERACOES.

      *    Sem arquivo de contatos ninguem aparece como reclamante
           OPEN INPUT CONTATOS.
           IF CONTATOS-STATUS = 0
               MOVE 'S' TO WRK-CONTATOS-OK
           ELSE
               MOVE 10 TO CONTATOS-STATUS
           END-IF.

      *    Sem o arquivo de transferencias toda exclusao e saida
           OPEN INPUT TRANSFERENCIAS.
           IF TRANSF-STATUS = 0
               MOVE 'S' TO WRK-TRANSF-OK
           END-IF.

       1200-CARREGAR-CADASTRO.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.
           PERFORM 1250-GUARDAR-CLIENTE
               UNTIL CLIENTES-STATUS NOT = 0.
           CLOSE CLIENTES.

       1250-GUARDAR-CLIENTE.
           MOVE CLIENTES-DATA-CADASTRO TO WRK-DATA-MOVTO.
           IF WRK-MOVTO-ANO = WRK-ANO-RELATORIO
               AND WRK-MOVTO-MES >= 1 AND WRK-MOVTO-MES <= 12
               MOVE CLIENTES-FONE TO WRK-FONE-BUSCA
               MOVE CLIENTES-SITUACAO TO WRK-NOVO-ESTADO
               PERFORM 1270-INCLUIR-NA-TABELA
               ADD 1 TO WRK-TOTAL-CADASTRO
           END-IF.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

      *    Entrada nova a partir de WRK-DATA-MOVTO (cadastro),
      *    WRK-FONE-BUSCA e WRK-NOVO-ESTADO (situacao no arquivo)
       1270-INCLUIR-NA-TABELA.
           IF WRK-TAB-QTD < WRK-TAB-MAX
               ADD 1 TO WRK-TAB-QTD
               MOVE WRK-FONE-BUSCA TO WRK-TAB-FONE-ATUAL(WRK-TAB-QTD)
               MOVE WRK-DATA-MOVTO TO WRK-TAB-CADASTRO(WRK-TAB-QTD)
               MOVE WRK-MOVTO-MES TO WRK-TAB-MES(WRK-TAB-QTD)
               MOVE WRK-NOVO-ESTADO TO WRK-TAB-SITUACAO(WRK-TAB-QTD)
               MOVE 'A' TO WRK-TAB-ESTADO(WRK-TAB-QTD)
               MOVE 'N' TO WRK-TAB-RECLAMOU(WRK-TAB-QTD)
               MOVE 'N' TO WRK-TAB-TRANSFERIU(WRK-TAB-QTD)
               PERFORM 1280-CALCULAR-MARCO
                   VARYING WRK-HOR FROM 1 BY 1
                   UNTIL WRK-HOR > 4
           ELSE
               MOVE 'S' TO WRK-ESTOURO
           END-IF.

       1280-CALCULAR-MARCO.
           MOVE WRK-MOVTO-ANO TO WRK-MARCO-ANO.
           COMPUTE WRK-MES-CALC =
               WRK-MOVTO-MES + WRK-HOR-MESES(WRK-HOR).
           IF WRK-MES-CALC > 12
               SUBTRACT 12 FROM WRK-MES-CALC
               ADD 1 TO WRK-MARCO-ANO
           END-IF.
           MOVE WRK-MES-CALC TO WRK-MARCO-MES.
           MOVE WRK-MOVTO-DIA TO WRK-MARCO-DIA.
           MOVE WRK-DATA-MARCO
               TO WRK-TAB-DATA-MARCO(WRK-TAB-QTD WRK-HOR).
           MOVE SPACE TO WRK-TAB-SIT-MARCO(WRK-TAB-QTD WRK-HOR).

       1300-CARREGAR-GERACOES.
           MOVE ZERO TO WRK-GER-QTD.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 0
               READ CATALOGO
                   AT END
                       MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 1350-GUARDAR-GERACAO
                   UNTIL CATALOGO-STATUS NOT = 0
               CLOSE CATALOGO
           END-IF.
           ADD 1 TO WRK-GER-QTD.
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-BUSCA(WRK-GER-QTD).

       1350-GUARDAR-GERACAO.
           IF WRK-GER-QTD < 59
               ADD 1 TO WRK-GER-QTD
               MOVE GER-ARQUIVO TO WRK-ARQ-BUSCA(WRK-GER-QTD)
           END-IF.
           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

      *    Cliente arquivado pelo CRUD0010 continua na coorte do seu
      *    cadastro: quem saiu da base e justamente o que se quer ver
       1400-CARREGAR-ARQUIVO-MORTO.
           READ CLIENTES-HIST NEXT RECORD
               AT END
                   MOVE 10 TO HIST-STATUS
           END-READ.
           PERFORM 1450-GUARDAR-ARQUIVADO
               UNTIL HIST-STATUS NOT = 0.
           CLOSE CLIENTES-HIST.

       1450-GUARDAR-ARQUIVADO.
           MOVE HIST-DATA-CADASTRO TO WRK-DATA-MOVTO.
           IF WRK-MOVTO-ANO = WRK-ANO-RELATORIO
               AND WRK-MOVTO-MES >= 1 AND WRK-MOVTO-MES <= 12
               MOVE HIST-FONE TO WRK-FONE-BUSCA
               MOVE 'I' TO WRK-NOVO-ESTADO
               PERFORM 1270-INCLUIR-NA-TABELA
               ADD 1 TO WRK-TOTAL-ARQUIVO
           END-IF.
           READ CLIENTES-HIST NEXT RECORD
               AT END
                   MOVE 10 TO HIST-STATUS
           END-READ.

      *    Geracao catalogada mas ausente no disco e pulada e contada;
      *    as saidas que estavam nela nao aparecem
       1500-LER-ARQUIVO-LOG.
           MOVE WRK-ARQ-BUSCA(WRK-ARQ-IDX) TO WRK-ARQ-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 2000-LER-LOG
                   UNTIL LOG-STATUS NOT = 0
               CLOSE CLIENTES-LOG
           ELSE
               ADD 1 TO WRK-GER-AUSENTES
           END-IF.

      ******************************************************************
      *O cadastro e o arquivo morto guardam o fone depois de todas as
      *trocas (o CRUD0015 muda a chave), mas os lancamentos anteriores
      *a cada troca estao no fone antigo. Uma passada pelo log guarda
      *so as trocas; cada cliente volta, da troca mais recente para a
      *mais antiga, ao fone que tinha no cadastro, e a leitura do log
      *(2300) o leva adiante de novo na ordem cronologica. Geracao
      *ausente ja e contada na leitura do log.
      ******************************************************************
       1600-CARREGAR-TROCAS.
           MOVE WRK-ARQ-BUSCA(WRK-ARQ-IDX) TO WRK-ARQ-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 1650-GUARDAR-TROCA
                   UNTIL LOG-STATUS NOT = 0
               CLOSE CLIENTES-LOG
           END-IF.

       1650-GUARDAR-TROCA.
           IF LOG-TROCA-FONE
               AND LOG-DATA >= WRK-DATA-INICIO
               IF WRK-TRC-QTD < WRK-TRC-MAX
                   ADD 1 TO WRK-TRC-QTD
                   MOVE LOG-FONE TO WRK-TRC-FONE(WRK-TRC-QTD)
                   MOVE LOG-FONE-NOVO TO WRK-TRC-FONE-NOVO(WRK-TRC-QTD)
                   MOVE LOG-DATA TO WRK-TRC-DATA(WRK-TRC-QTD)
               ELSE
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
           END-IF.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

       1700-RECUAR-FONE.
           MOVE WRK-TAB-FONE-ATUAL(WRK-IDX) TO WRK-FONE-CADASTRO.
           PERFORM 1750-DESFAZER-TROCA
               VARYING WRK-TRC-IDX FROM WRK-TRC-QTD BY -1
               UNTIL WRK-TRC-IDX < 1.
           IF WRK-TAB-FONE-ATUAL(WRK-IDX) NOT = WRK-FONE-CADASTRO
               ADD 1 TO WRK-TOTAL-RECUADOS
           END-IF.

      *    Troca anterior ao cadastro e de outro titular do numero
       1750-DESFAZER-TROCA.
           IF WRK-TAB-FONE-ATUAL(WRK-IDX)
                   = WRK-TRC-FONE-NOVO(WRK-TRC-IDX)
               AND WRK-TRC-DATA(WRK-TRC-IDX)
                   >= WRK-TAB-CADASTRO(WRK-IDX)
               MOVE WRK-TRC-FONE(WRK-TRC-IDX)
                   TO WRK-TAB-FONE-ATUAL(WRK-IDX)
           END-IF.

      ******************************************************************
      *Situacao de cada cliente ao longo do tempo: exclusao e fusao do
      *perdedor (com o vencedor em LOG-FONE-NOVO) tiram da base,
      *reativacao devolve, como no CRUD0016. A troca de fone so muda o
      *fone pelo qual o cliente e procurado dali em diante. Exclusao
      *da transferencia para outra filial nao tira da base (2050).
      *Lancamentos anteriores ao ano nao sao de nenhum cliente do ano.
      ******************************************************************
       2000-LER-LOG.
           ADD 1 TO WRK-TOTAL-LOGS.
           IF LOG-DATA >= WRK-DATA-INICIO
               EVALUATE TRUE
                   WHEN LOG-EXCLUSAO
                       PERFORM 2050-VERIFICAR-TRANSFERENCIA
                       IF WRK-SAIDA-FILIAL = 'S'
                           PERFORM 2200-MARCAR-TRANSFERENCIA
                       ELSE
                           MOVE 'I' TO WRK-NOVO-ESTADO
                           PERFORM 2100-APLICAR-EVENTO
                       END-IF
                   WHEN LOG-REATIVACAO
                       MOVE 'A' TO WRK-NOVO-ESTADO
                       PERFORM 2100-APLICAR-EVENTO
                   WHEN LOG-FUSAO
                       IF LOG-FONE-NOVO NOT = ZEROS
                           MOVE 'I' TO WRK-NOVO-ESTADO
                           PERFORM 2100-APLICAR-EVENTO
                       END-IF
                   WHEN LOG-TROCA-FONE
                       PERFORM 2300-TROCAR-FONE
               END-EVALUATE
           END-IF.

           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      *    A transferencia (CRUD0036) inativa o cliente e grava a
      *    exclusao no log no mesmo dia da saida: o cliente continua
      *    na empresa, atendido pela outra filial. So a ultima saida
      *    do fone fica no arquivo; saida anterior conta como exclusao.
       2050-VERIFICAR-TRANSFERENCIA.
           MOVE 'N' TO WRK-SAIDA-FILIAL.
           IF WRK-TRANSF-OK = 'S'
               MOVE LOG-FONE TO TRF-FONE
               MOVE 'S' TO TRF-SENTIDO
               READ TRANSFERENCIAS
                   INVALID KEY
                       MOVE 23 TO TRANSF-STATUS
               END-READ
               IF TRANSF-STATUS = 0
                   AND TRF-DATA = LOG-DATA
                   MOVE 'S' TO WRK-SAIDA-FILIAL
               END-IF
               MOVE ZERO TO TRANSF-STATUS
           END-IF.

      *    Os marcos vencidos antes do dia do lancamento ficam com a
      *    situacao anterior; lancamento no proprio dia do marco ja
      *    conta para ele
       2100-APLICAR-EVENTO.
           MOVE LOG-FONE TO WRK-FONE-BUSCA.
           MOVE LOG-DATA TO WRK-DATA-BUSCA.
           PERFORM 2500-ACHAR-CLIENTE.
           IF WRK-ACHOU NOT = ZERO
               PERFORM 2150-FIXAR-MARCO
                   VARYING WRK-HOR FROM 1 BY 1
                   UNTIL WRK-HOR > 4
               MOVE WRK-NOVO-ESTADO TO WRK-TAB-ESTADO(WRK-ACHOU)
               ADD 1 TO WRK-TOTAL-EVENTOS
           END-IF.

       2150-FIXAR-MARCO.
           IF WRK-TAB-SIT-MARCO(WRK-ACHOU WRK-HOR) = SPACE
               AND WRK-TAB-DATA-MARCO(WRK-ACHOU WRK-HOR) < LOG-DATA
               MOVE WRK-TAB-ESTADO(WRK-ACHOU)
                   TO WRK-TAB-SIT-MARCO(WRK-ACHOU WRK-HOR)
           END-IF.

      *    O cliente fica inativo no cadastro desta filial mas segue
      *    ativo na empresa: a diferenca nao e divergencia do log
       2200-MARCAR-TRANSFERENCIA.
           MOVE LOG-FONE TO WRK-FONE-BUSCA.
           MOVE LOG-DATA TO WRK-DATA-BUSCA.
           PERFORM 2500-ACHAR-CLIENTE.
           IF WRK-ACHOU NOT = ZERO
               MOVE 'S' TO WRK-TAB-TRANSFERIU(WRK-ACHOU)
               ADD 1 TO WRK-TOTAL-TRANSFERIDOS
           END-IF.

       2300-TROCAR-FONE.
           MOVE LOG-FONE TO WRK-FONE-BUSCA.
           MOVE LOG-DATA TO WRK-DATA-BUSCA.
           PERFORM 2500-ACHAR-CLIENTE.
           IF WRK-ACHOU NOT = ZERO
               MOVE LOG-FONE-NOVO TO WRK-TAB-FONE-ATUAL(WRK-ACHOU)
           END-IF.

      *    Fone reaproveitado pode estar na tabela mais de uma vez: vale
      *    o cliente de cadastro mais recente ate a data do movimento
       2500-ACHAR-CLIENTE.
           MOVE ZERO TO WRK-ACHOU.
           MOVE ZERO TO WRK-MELHOR-DATA.
           PERFORM 2550-COMPARAR-ENTRADA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-QTD.

       2550-COMPARAR-ENTRADA.
           IF WRK-TAB-FONE-ATUAL(WRK-IDX) = WRK-FONE-BUSCA
               AND WRK-TAB-CADASTRO(WRK-IDX) <= WRK-DATA-BUSCA
               AND WRK-TAB-CADASTRO(WRK-IDX) >= WRK-MELHOR-DATA
               MOVE WRK-IDX TO WRK-ACHOU
               MOVE WRK-TAB-CADASTRO(WRK-IDX) TO WRK-MELHOR-DATA
           END-IF.

      *    Reclamacao feita a qualquer tempo depois do cadastro marca o
      *    cliente como reclamante
       3000-LER-CONTATOS.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 10 TO CONTATOS-STATUS
           END-READ.
           IF CONTATOS-STATUS = 0
               IF CONTATOS-RECLAMACAO
                   AND CONTATOS-DATA >= WRK-DATA-INICIO
                   MOVE CONTATOS-FONE TO WRK-FONE-BUSCA
                   MOVE CONTATOS-DATA TO WRK-DATA-BUSCA
                   PERFORM 2500-ACHAR-CLIENTE
                   IF WRK-ACHOU NOT = ZERO
                       MOVE 'S' TO WRK-TAB-RECLAMOU(WRK-ACHOU)
                       ADD 1 TO WRK-TOTAL-RECLAMACOES
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *Fim do log: marco ja vencido e sem movimento depois dele fica
      *com a situacao final. O cliente entra na sua coorte e no ano,
      *no grupo todos e no grupo com/sem reclamacao.
      *Situacao final do log diferente da do arquivo (saida anterior
      *as geracoes guardadas, por exemplo) e apenas contada.
      ******************************************************************
       4000-APURAR-CLIENTE.
           PERFORM 4050-FECHAR-MARCO
               VARYING WRK-HOR FROM 1 BY 1
               UNTIL WRK-HOR > 4.
           IF WRK-TAB-ESTADO(WRK-IDX) NOT = WRK-TAB-SITUACAO(WRK-IDX)
               AND NOT (WRK-TAB-TRANSFERIU(WRK-IDX) = 'S'
                        AND WRK-TAB-SITUACAO(WRK-IDX) = 'I')
               ADD 1 TO WRK-TOTAL-DIVERGENTES
           END-IF.

           MOVE WRK-TAB-MES(WRK-IDX) TO WRK-COO.
           MOVE 1 TO WRK-GRP.
           PERFORM 4100-SOMAR-GRUPO.
           MOVE 13 TO WRK-COO.
           PERFORM 4100-SOMAR-GRUPO.

           IF WRK-TAB-RECLAMOU(WRK-IDX) = 'S'
               MOVE 2 TO WRK-GRP
           ELSE
               MOVE 3 TO WRK-GRP
           END-IF.
           MOVE WRK-TAB-MES(WRK-IDX) TO WRK-COO.
           PERFORM 4100-SOMAR-GRUPO.
           MOVE 13 TO WRK-COO.
           PERFORM 4100-SOMAR-GRUPO.

       4050-FECHAR-MARCO.
           IF WRK-TAB-SIT-MARCO(WRK-IDX WRK-HOR) = SPACE
               AND WRK-TAB-DATA-MARCO(WRK-IDX WRK-HOR) <= WRK-DATA-HOJE
               MOVE WRK-TAB-ESTADO(WRK-IDX)
                   TO WRK-TAB-SIT-MARCO(WRK-IDX WRK-HOR)
           END-IF.

       4100-SOMAR-GRUPO.
           ADD 1 TO WRK-COO-QTD(WRK-COO WRK-GRP).
           PERFORM 4150-SOMAR-PRAZO
               VARYING WRK-HOR FROM 1 BY 1
               UNTIL WRK-HOR > 4.

       4150-SOMAR-PRAZO.
           IF WRK-TAB-DATA-MARCO(WRK-IDX WRK-HOR) <= WRK-DATA-HOJE
               ADD 1 TO WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR)
               IF WRK-TAB-SIT-MARCO(WRK-IDX WRK-HOR) = 'A'
                   ADD 1 TO WRK-COO-ATIVOS(WRK-COO WRK-GRP WRK-HOR)
               END-IF
           END-IF.

       5000-IMPRIMIR.
           OPEN OUTPUT LST-COORTE.
           MOVE WRK-ANO-RELATORIO TO CAB-ANO-REL.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES-HOJE TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           WRITE LST-REG FROM LIN-TITULO-1.
           WRITE LST-REG FROM LIN-TITULO-2.

           MOVE SPACES TO WRK-ARQ-CSV.
           STRING
               'RETENCAO-'              DELIMITED BY SIZE
               WRK-ANO-RELATORIO        DELIMITED BY SIZE
               '.CSV'                   DELIMITED BY SIZE
               INTO WRK-ARQ-CSV
           END-STRING.
           OPEN OUTPUT SAIDA-CSV.
           MOVE SPACES TO CSV-REG.
           STRING
               'COORTE,GRUPO,CLIENTES,'                DELIMITED BY SIZE
               'ATIVOS_1M,BASE_1M,PCT_1M,'             DELIMITED BY SIZE
               'ATIVOS_3M,BASE_3M,PCT_3M,'             DELIMITED BY SIZE
               'ATIVOS_6M,BASE_6M,PCT_6M,'             DELIMITED BY SIZE
               'ATIVOS_12M,BASE_12M,PCT_12M'           DELIMITED BY SIZE
               INTO CSV-REG
           END-STRING.
           WRITE CSV-REG.

           PERFORM 5100-IMPRIMIR-COORTE
               VARYING WRK-COO FROM 1 BY 1
               UNTIL WRK-COO > 13.

           PERFORM 5500-IMPRIMIR-CONTROLE.
           CLOSE SAIDA-CSV.
           CLOSE LST-COORTE.

       5100-IMPRIMIR-COORTE.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           IF WRK-COO = 13
               MOVE 'ANO' TO WRK-CSV-COORTE
           ELSE
               MOVE WRK-ANO-RELATORIO TO WRK-CMS-ANO
               MOVE WRK-COO TO WRK-CMS-MES
               MOVE WRK-COORTE-MES TO WRK-CSV-COORTE
           END-IF.

           IF WRK-COO-QTD(WRK-COO 1) = ZERO AND WRK-COO < 13
               MOVE SPACES TO LIN-COORTE
               PERFORM 5150-ROTULO-COORTE
               MOVE LIN-COORTE TO LST-REG
               MOVE 'SEM CLIENTES CADASTRADOS NO MES' TO LST-REG(10:40)
               WRITE LST-REG
           ELSE
               PERFORM 5200-IMPRIMIR-GRUPO
                   VARYING WRK-GRP FROM 1 BY 1
                   UNTIL WRK-GRP > 3
           END-IF.

      *    O arquivo delimitado leva todos os meses, mesmo vazios,
      *    para o grafico nao pular mes
           IF WRK-COO-QTD(WRK-COO 1) = ZERO AND WRK-COO < 13
               PERFORM 5300-GRAVAR-CSV
                   VARYING WRK-GRP FROM 1 BY 1
                   UNTIL WRK-GRP > 3
           END-IF.

       5150-ROTULO-COORTE.
           IF WRK-COO = 13
               MOVE 'ANO' TO COO-ROTULO
           ELSE
               MOVE WRK-COO TO WRK-ROT-MES
               MOVE WRK-ANO-RELATORIO TO WRK-ROT-ANO
               MOVE WRK-ROTULO-MES TO COO-ROTULO
           END-IF.

       5200-IMPRIMIR-GRUPO.
           MOVE SPACES TO LIN-COORTE.
           IF WRK-GRP = 1
               PERFORM 5150-ROTULO-COORTE
           END-IF.
           MOVE WRK-GRP-NOME(WRK-GRP) TO COO-GRUPO.
           MOVE WRK-COO-QTD(WRK-COO WRK-GRP) TO COO-QTD.
           PERFORM 5250-MONTAR-PRAZO
               VARYING WRK-HOR FROM 1 BY 1
               UNTIL WRK-HOR > 4.
           WRITE LST-REG FROM LIN-COORTE.
           PERFORM 5300-GRAVAR-CSV.

      *    Prazo que nenhum cliente do grupo completou ainda sai sem
      *    percentual
       5250-MONTAR-PRAZO.
           MOVE WRK-COO-ATIVOS(WRK-COO WRK-GRP WRK-HOR)
               TO COO-ATIVOS(WRK-HOR).
           MOVE '/' TO COO-BARRA(WRK-HOR).
           MOVE WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR)
               TO COO-BASE(WRK-HOR).
           IF WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR) > ZERO
               COMPUTE WRK-PCT ROUNDED =
                   WRK-COO-ATIVOS(WRK-COO WRK-GRP WRK-HOR) * 100
                   / WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR)
               MOVE WRK-PCT TO COO-PCT(WRK-HOR)
               MOVE '%' TO COO-SINAL(WRK-HOR)
           ELSE
               MOVE '  -' TO COO-PCT-X(WRK-HOR)
               MOVE SPACE TO COO-SINAL(WRK-HOR)
           END-IF.

       5300-GRAVAR-CSV.
           MOVE WRK-COO-QTD(WRK-COO WRK-GRP) TO WRK-CSV-QTD.
           PERFORM 5350-MONTAR-PRAZO-CSV
               VARYING WRK-HOR FROM 1 BY 1
               UNTIL WRK-HOR > 4.
           MOVE SPACES TO CSV-REG.
           STRING
               WRK-CSV-COORTE           DELIMITED BY SPACE
               ','                      DELIMITED BY SIZE
               WRK-GRP-CSV(WRK-GRP)     DELIMITED BY SPACE
               ','                      DELIMITED BY SIZE
               WRK-CSV-QTD              DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-ATIVOS(1)        DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-BASE(1)          DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-PCT(1)           DELIMITED BY SPACE
               ','                      DELIMITED BY SIZE
               WRK-CSV-ATIVOS(2)        DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-BASE(2)          DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-PCT(2)           DELIMITED BY SPACE
               ','                      DELIMITED BY SIZE
               WRK-CSV-ATIVOS(3)        DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-BASE(3)          DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-PCT(3)           DELIMITED BY SPACE
               ','                      DELIMITED BY SIZE
               WRK-CSV-ATIVOS(4)        DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-BASE(4)          DELIMITED BY SIZE
               ','                      DELIMITED BY SIZE
               WRK-CSV-PCT(4)           DELIMITED BY SPACE
               INTO CSV-REG
           END-STRING.
           WRITE CSV-REG.

       5350-MONTAR-PRAZO-CSV.
           MOVE WRK-COO-ATIVOS(WRK-COO WRK-GRP WRK-HOR)
               TO WRK-CSV-ATIVOS(WRK-HOR).
           MOVE WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR)
               TO WRK-CSV-BASE(WRK-HOR).
           IF WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR) > ZERO
               COMPUTE WRK-PCT ROUNDED =
                   WRK-COO-ATIVOS(WRK-COO WRK-GRP WRK-HOR) * 100
                   / WRK-COO-BASE(WRK-COO WRK-GRP WRK-HOR)
               MOVE WRK-PCT TO WRK-CSV-PCT(WRK-HOR)
           ELSE
               MOVE SPACES TO WRK-CSV-PCT(WRK-HOR)
           END-IF.

       5500-IMPRIMIR-CONTROLE.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'ATIV/BASE: ATIVOS NA DATA DO PRAZO / CLIENTES QUE JA'
               TO LST-REG.
           WRITE LST-REG.
           MOVE '           COMPLETARAM O PRAZO NA DATA DO RELATORIO'
               TO LST-REG.
           WRITE LST-REG.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'CLIENTES DO CADASTRO .......:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CADASTRO TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CLIENTES DO ARQUIVO MORTO ..:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ARQUIVO TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'LANCAMENTOS LIDOS ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LOGS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'SAIDAS E VOLTAS APLICADAS ..:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-EVENTOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'RECLAMACOES DOS CLIENTES ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-RECLAMACOES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'SITUACAO DIFERE DO LOG .....:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-DIVERGENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CLIENTES COM TROCA DE FONE .:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-RECUADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'SAIDAS POR TRANSFERENCIA ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-TRANSFERIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES AUSENTES ..........:' TO CTL-DESCRICAO.
           MOVE WRK-GER-AUSENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.

           IF WRK-ESTOURO = 'S'
               MOVE SPACES TO LST-REG
               WRITE LST-REG
               MOVE 'ATENCAO: TABELA ESGOTADA - RESULTADO PARCIAL'
                   TO LST-REG
               WRITE LST-REG
           END-IF.

       6000-FINALIZAR.
           IF WRK-CONTATOS-OK = 'S'
               CLOSE CONTATOS
           END-IF.
           IF WRK-TRANSF-OK = 'S'
               CLOSE TRANSFERENCIAS
           END-IF.

           DISPLAY 'CLIENTES DO ANO .......: ' WRK-TAB-QTD.
           DISPLAY 'LANCAMENTOS LIDOS .....: ' WRK-TOTAL-LOGS.
           IF WRK-ESTOURO = 'S'
               DISPLAY 'ATENCAO: TABELA ESGOTADA - RESULTADO PARCIAL'
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM RELCOO.LST'.
           DISPLAY 'ARQUIVO DELIMITADO ....: ' WRK-ARQ-CSV.
