      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Manutencao do indice do log por fone (LOG-INDICE.DAT),
      *          ultimo passo da rotina noturna (CRUD0019): indexa os
      *          lancamentos do log vivo gravados desde a ultima
      *          rodada. Se o indice nao existe, nao tem registro de
      *          controle, o log vivo ficou menor do que o ja
      *          indexado ou o catalogo GERACOES-LOG.DAT nao bate com
      *          as geracoes indexadas, o indice e recriado do zero a
      *          partir de todas as geracoes catalogadas e do log
      *          vivo. Relatorio de controle em RELIDX.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0030.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES-LOG ASSIGN TO WRK-ARQ-LOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT CATALOGO ASSIGN TO 'GERACOES-LOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CATALOGO-STATUS.

           SELECT LOG-INDICE ASSIGN TO 'LOG-INDICE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INDICE-STATUS
           RECORD KEY IS LIX-CHAVE.

           SELECT LST-INDICE ASSIGN TO 'RELIDX.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-LOG.
           COPY CLILOG.

       FD CATALOGO.
           COPY GERREG.

       FD LOG-INDICE.
           COPY LIXREG.

       FD LST-INDICE.
       01 LST-REG PIC X(80).

       WORKING-STORAGE SECTION.
       77 LOG-STATUS PIC 9(2).
       77 CATALOGO-STATUS PIC 9(2).
       77 INDICE-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 WRK-ARQ-LOG PIC X(32).
       77 WRK-RECRIAR PIC X(01) VALUE 'N'.
       77 WRK-LOG-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-GER-CORTE PIC 9(08).
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-VIVOS-INDEXADOS PIC 9(07) VALUE ZERO.
       77 WRK-GER-TOTAL PIC 9(03) VALUE ZERO.
       77 WRK-GER-AUSENTES PIC 9(03) VALUE ZERO.
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ENTRADAS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(07) VALUE ZERO.

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'INDICE DO LOG POR FONE -            '.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-DETALHE.
           05 DET-SITUACAO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-ARQUIVO PIC X(32).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-QTD PIC ZZZZZZ9.

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZZZ9.

       01 LIN-RESULTADO.
           05 FILLER PIC X(12) VALUE 'RESULTADO: '.
           05 RES-TEXTO PIC X(50).

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF INDICE-STATUS = 0
               IF WRK-RECRIAR = 'S'
                   PERFORM 2000-RECRIAR-INDICE
               ELSE
                   PERFORM 3000-ATUALIZAR-LOG-VIVO
               END-IF
               PERFORM 5000-GRAVAR-CONTROLE
               CLOSE LOG-INDICE
           END-IF.
           PERFORM 6000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           DISPLAY 'CRUD0030 - INDICE DO LOG POR FONE'.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN OUTPUT LST-INDICE.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           PERFORM 1300-CONTAR-GERACOES.

           OPEN I-O LOG-INDICE
               IF INDICE-STATUS = 35 THEN
                   OPEN OUTPUT LOG-INDICE
                   CLOSE LOG-INDICE
                   OPEN I-O LOG-INDICE
                   MOVE 'S' TO WRK-RECRIAR
                   MOVE 'INDICE INEXISTENTE' TO WRK-MOTIVO
               END-IF
           IF INDICE-STATUS NOT = 0
               DISPLAY 'LOG-INDICE.DAT NAO PODE SER ABERTO'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-RECRIAR NOT = 'S'
                   PERFORM 1500-LER-CONTROLE
               END-IF
           END-IF.

       1300-CONTAR-GERACOES.
           MOVE ZERO TO WRK-GER-TOTAL.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 0
               READ CATALOGO
                   AT END
                       MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 1350-CONTAR-GERACAO
                   UNTIL CATALOGO-STATUS NOT = 0
               CLOSE CATALOGO
           END-IF.

       1350-CONTAR-GERACAO.
           ADD 1 TO WRK-GER-TOTAL.
           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

      ******************************************************************
      *Indice sem controle ou com outra quantidade de geracoes que o
      *catalogo (fechamento feito sem o indice, catalogo restaurado)
      *nao merece confianca: e recriado inteiro
      ******************************************************************
       1500-LER-CONTROLE.
           MOVE ZEROS TO LIX-CHAVE.
           READ LOG-INDICE
               INVALID KEY
                   MOVE 23 TO INDICE-STATUS
           END-READ.
           IF INDICE-STATUS NOT = 0
               MOVE ZERO TO INDICE-STATUS
               MOVE 'S' TO WRK-RECRIAR
               MOVE 'INDICE SEM REGISTRO DE CONTROLE' TO WRK-MOTIVO
           ELSE
               IF LIX-CTL-GERACOES NOT = WRK-GER-TOTAL
                   MOVE 'S' TO WRK-RECRIAR
                   MOVE 'GERACOES DIFEREM DO CATALOGO' TO WRK-MOTIVO
               ELSE
                   MOVE LIX-CTL-VIVOS TO WRK-VIVOS-INDEXADOS
                   MOVE LIX-CTL-AUSENTES TO WRK-GER-AUSENTES
               END-IF
           END-IF.

      ******************************************************************
      *Recriacao: esvazia o indice e indexa cada geracao na ordem do
      *catalogo e depois o log vivo inteiro. Geracao catalogada e
      *ausente no disco sai no relatorio e fica contada no controle,
      *para as consultas saberem que o indice nao a cobre.
      ******************************************************************
       2000-RECRIAR-INDICE.
           DISPLAY 'RECRIANDO O INDICE: ' WRK-MOTIVO.
           MOVE 'RECRIACAO DO INDICE:' TO LST-REG.
           MOVE WRK-MOTIVO TO LST-REG(22:40).
           WRITE LST-REG.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           CLOSE LOG-INDICE.
           OPEN OUTPUT LOG-INDICE.
           CLOSE LOG-INDICE.
           OPEN I-O LOG-INDICE.
           MOVE ZERO TO WRK-VIVOS-INDEXADOS.
           MOVE ZERO TO WRK-GER-AUSENTES.

           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 0
               READ CATALOGO
                   AT END
                       MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 2100-INDEXAR-GERACAO
                   UNTIL CATALOGO-STATUS NOT = 0
               CLOSE CATALOGO
           END-IF.

           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           MOVE 99999999 TO WRK-GER-CORTE.
           MOVE ZERO TO WRK-NUM-REG.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               PERFORM 2200-INDEXAR-ARQUIVO
               CLOSE CLIENTES-LOG
           END-IF.
           MOVE WRK-NUM-REG TO WRK-VIVOS-INDEXADOS.
           MOVE 'LOG VIVO' TO DET-SITUACAO.
           MOVE WRK-ARQ-LOG TO DET-ARQUIVO.
           MOVE WRK-NUM-REG TO DET-QTD.
           WRITE LST-REG FROM LIN-DETALHE.

       2100-INDEXAR-GERACAO.
           MOVE GER-ARQUIVO TO WRK-ARQ-LOG.
           MOVE GER-DATA-CORTE TO WRK-GER-CORTE.
           MOVE ZERO TO WRK-NUM-REG.
           MOVE WRK-ARQ-LOG TO DET-ARQUIVO.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               PERFORM 2200-INDEXAR-ARQUIVO
               CLOSE CLIENTES-LOG
               MOVE 'GERACAO' TO DET-SITUACAO
               MOVE WRK-NUM-REG TO DET-QTD
           ELSE
               ADD 1 TO WRK-GER-AUSENTES
               MOVE 'AUSENTE' TO DET-SITUACAO
               MOVE ZERO TO DET-QTD
               DISPLAY 'GERACAO AUSENTE: ' WRK-ARQ-LOG
           END-IF.
           WRITE LST-REG FROM LIN-DETALHE.

           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

       2200-INDEXAR-ARQUIVO.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.
           PERFORM 2300-INDEXAR-PROXIMO
               UNTIL LOG-STATUS NOT = 0.

       2300-INDEXAR-PROXIMO.
           ADD 1 TO WRK-NUM-REG.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 4000-INDEXAR-LANCAMENTO.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      ******************************************************************
      *Rodada normal: pula no log vivo o que ja esta indexado e
      *indexa so o restante. Log vivo menor que o indexado (foi
      *regravado fora do CRUD0017 ou restaurado) derruba o indice.
      ******************************************************************
       3000-ATUALIZAR-LOG-VIVO.
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           MOVE 99999999 TO WRK-GER-CORTE.
           MOVE ZERO TO WRK-NUM-REG.
           MOVE 'N' TO WRK-LOG-ABERTO.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS NOT = 0
               MOVE 10 TO LOG-STATUS
           ELSE
               MOVE 'S' TO WRK-LOG-ABERTO
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
           END-IF.
           PERFORM 3100-PULAR-INDEXADO
               UNTIL LOG-STATUS NOT = 0
               OR WRK-NUM-REG = WRK-VIVOS-INDEXADOS.

           IF WRK-NUM-REG < WRK-VIVOS-INDEXADOS
               IF WRK-LOG-ABERTO = 'S'
                   CLOSE CLIENTES-LOG
               END-IF
               MOVE 'LOG VIVO MENOR QUE O INDEXADO' TO WRK-MOTIVO
               PERFORM 2000-RECRIAR-INDICE
           ELSE
               PERFORM 2300-INDEXAR-PROXIMO
                   UNTIL LOG-STATUS NOT = 0
               IF WRK-LOG-ABERTO = 'S'
                   CLOSE CLIENTES-LOG
               END-IF
               MOVE 'LOG VIVO' TO DET-SITUACAO
               MOVE WRK-ARQ-LOG TO DET-ARQUIVO
               COMPUTE DET-QTD = WRK-NUM-REG - WRK-VIVOS-INDEXADOS
               WRITE LST-REG FROM LIN-DETALHE
               MOVE WRK-NUM-REG TO WRK-VIVOS-INDEXADOS
           END-IF.

       3100-PULAR-INDEXADO.
           ADD 1 TO WRK-NUM-REG.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      ******************************************************************
      *Uma entrada pelo fone do lancamento e, em troca de fone e
      *fusao, outra pelo fone novo. Entrada que ja existe (rodada
      *repetida) e regravada por cima.
      ******************************************************************
       4000-INDEXAR-LANCAMENTO.
           MOVE LOG-FONE TO LIX-FONE.
           MOVE 'F' TO LIX-TIPO.
           PERFORM 4100-GRAVAR-ENTRADA.
           IF LOG-FONE-NOVO NOT = ZEROS
               MOVE LOG-FONE-NOVO TO LIX-FONE
               MOVE 'N' TO LIX-TIPO
               PERFORM 4100-GRAVAR-ENTRADA
           END-IF.

       4100-GRAVAR-ENTRADA.
           MOVE LOG-DATA TO LIX-DATA.
           MOVE LOG-HORA TO LIX-HORA.
           MOVE WRK-GER-CORTE TO LIX-GERACAO.
           MOVE WRK-NUM-REG TO LIX-NUM-REG.
           MOVE WRK-ARQ-LOG TO LIX-ARQUIVO.
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
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE ZERO TO INDICE-STATUS
           END-IF.

       5000-GRAVAR-CONTROLE.
           MOVE ZEROS TO LIX-CHAVE.
           MOVE 'CONTROLE' TO LIX-ARQUIVO.
           MOVE SPACES TO LIX-LANCAMENTO.
           MOVE WRK-VIVOS-INDEXADOS TO LIX-CTL-VIVOS.
           MOVE WRK-GER-TOTAL TO LIX-CTL-GERACOES.
           MOVE WRK-GER-AUSENTES TO LIX-CTL-AUSENTES.
           MOVE WRK-DATA-SISTEMA TO LIX-CTL-DATA.
           ACCEPT LIX-CTL-HORA FROM TIME.
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
           IF INDICE-STATUS NOT = 0
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE ZERO TO INDICE-STATUS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DO INDICE'
           END-IF.

       6000-FINALIZAR.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'LANCAMENTOS INDEXADOS ......:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ENTRADAS GRAVADAS ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ENTRADAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'LOG VIVO JA INDEXADO .......:' TO CTL-DESCRICAO.
           MOVE WRK-VIVOS-INDEXADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES NO CATALOGO .......:' TO CTL-DESCRICAO.
           MOVE WRK-GER-TOTAL TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES AUSENTES ..........:' TO CTL-DESCRICAO.
           MOVE WRK-GER-AUSENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ERROS DE GRAVACAO ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ERROS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           EVALUATE TRUE
               WHEN INDICE-STATUS NOT = 0
                   MOVE 'INDICE NAO PODE SER ABERTO' TO RES-TEXTO
               WHEN WRK-TOTAL-ERROS NOT = ZERO
                   MOVE 'INDICE COM ERROS - RODE O CRUD0031'
                       TO RES-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-GER-AUSENTES NOT = ZERO
                   MOVE 'INDICE ATUALIZADO - HA GERACAO AUSENTE'
                       TO RES-TEXTO
               WHEN OTHER
                   MOVE 'INDICE ATUALIZADO' TO RES-TEXTO
           END-EVALUATE.
           WRITE LST-REG FROM LIN-RESULTADO.
           CLOSE LST-INDICE.

           DISPLAY 'LANCAMENTOS INDEXADOS .: ' WRK-TOTAL-LIDOS.
           DISPLAY 'ENTRADAS GRAVADAS .....: ' WRK-TOTAL-ENTRADAS.
           DISPLAY 'GERACOES AUSENTES .....: ' WRK-GER-AUSENTES.
           DISPLAY RES-TEXTO.
