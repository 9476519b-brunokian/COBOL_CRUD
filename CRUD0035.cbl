      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Conferencia da cadeia do log (LOG-CADEIA.DAT): percorre
      *          as geracoes na ordem do catalogo GERACOES-LOG.DAT e
      *          depois o log vivo, refaz o valor de conferencia de
      *          cada lancamento (CRUD0034) e confere com o gravado e
      *          a ligacao com o lancamento anterior, atravessando as
      *          geracoes. Aponta em RELCAD.LST, com arquivo e numero
      *          do registro: lancamento alterado, sem valor de
      *          conferencia, removido ou enfiado no log, quebra da
      *          cadeia, geracao catalogada ausente no disco, geracao
      *          da cadeia fora do catalogo e controle da cadeia que
      *          nao bate com o log vivo. Lancamentos gravados antes
      *          de a cadeia existir sao so contados. Com ocorrencia o
      *          programa termina com codigo de retorno 8. Rodar com o
      *          atendimento parado: lancamento gravado durante a
      *          conferencia pode sair como removido no fim do log
      *          vivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0035.
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

           SELECT LOG-CADEIA ASSIGN TO 'LOG-CADEIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CADEIA-STATUS
           RECORD KEY IS CAD-CHAVE.

           SELECT LST-CADEIA ASSIGN TO 'RELCAD.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-LOG.
           COPY CLILOG.

       FD CATALOGO.
           COPY GERREG.

       FD LOG-CADEIA.
           COPY CADREG.

       FD LST-CADEIA.
       01 LST-REG PIC X(80).

       WORKING-STORAGE SECTION.
       77 LOG-STATUS PIC 9(2).
       77 CATALOGO-STATUS PIC 9(2).
       77 CADEIA-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 WRK-ARQ-LOG PIC X(32).
       77 WRK-GER-CORTE PIC 9(08).
       77 WRK-GER-QTD-CATALOGO PIC 9(07).
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-ESPERADO PIC 9(07).
       77 WRK-POS-BUSCA PIC 9(07).
       77 WRK-CADEIA-INICIADA PIC X(01) VALUE 'N'.
       77 WRK-ULT-ERRO PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-VALOR PIC 9(10) VALUE ZERO.
       77 WRK-ULTIMO-ANTES PIC 9(10) VALUE ZERO.
       77 WRK-ACHOU PIC X(01).
       77 WRK-CONFERE PIC X(01).
       77 WRK-ACHOU-VALOR PIC 9(10).
       77 WRK-ACHOU-ANTERIOR PIC 9(10).
       77 WRK-ACHOU-SITUACAO PIC X(01).
       77 WRK-E-VALOR PIC 9(10).
       77 WRK-E-ANTERIOR PIC 9(10).
       77 WRK-GER-QTD PIC 9(03) VALUE ZERO.
       77 WRK-IDX-GER PIC 9(03).
       77 WRK-GER-ACHADA PIC X(01).
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-CONFERIDOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ANONIMIZADOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ANTERIORES PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-DIVERGE PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-SEM-VALOR PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-REMOVIDOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-INCLUIDOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-QUEBRAS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-GER-AUSENTES PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-FORA-CATALOGO PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-OCORRENCIAS PIC 9(07) VALUE ZERO.

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 WRK-TAB-GERACOES.
           05 WRK-TAB-CORTE OCCURS 999 PIC 9(08).

           COPY CADPRM.

       01 LIN-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'CONFERENCIA DA CADEIA DO LOG -      '.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-DETALHE.
           05 DET-OCORRENCIA PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-ARQUIVO PIC X(32).
           05 FILLER PIC X(05) VALUE ' REG '.
           05 DET-NUM-REG PIC ZZZZZZ9.

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
           IF CADEIA-STATUS = 0
               PERFORM 2000-CONFERIR-GERACOES
               PERFORM 2500-CONFERIR-LOG-VIVO
               PERFORM 4000-CONFERIR-FORA-CATALOGO
               CLOSE LOG-CADEIA
           END-IF.
           PERFORM 6000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'CRUD0035 - CONFERENCIA DA CADEIA DO LOG'.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN OUTPUT LST-CADEIA.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           OPEN INPUT LOG-CADEIA.
           IF CADEIA-STATUS NOT = 0
               DISPLAY 'LOG-CADEIA.DAT NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *Geracoes na ordem do catalogo; a ausente no disco e apontada e
      *a cadeia passa por cima dela pelos seus registros na cadeia,
      *para a geracao seguinte nao sair tambem como quebra
      ******************************************************************
       2000-CONFERIR-GERACOES.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 0
               READ CATALOGO
                   AT END
                       MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 2100-CONFERIR-GERACAO
                   UNTIL CATALOGO-STATUS NOT = 0
               CLOSE CATALOGO
           END-IF.

       2100-CONFERIR-GERACAO.
           IF WRK-GER-QTD < 999
               ADD 1 TO WRK-GER-QTD
               MOVE GER-DATA-CORTE TO WRK-TAB-CORTE(WRK-GER-QTD)
           END-IF.
           MOVE GER-ARQUIVO TO WRK-ARQ-LOG.
           MOVE GER-DATA-CORTE TO WRK-GER-CORTE.
           MOVE GER-QTD-LANCAMENTOS TO WRK-GER-QTD-CATALOGO.
           PERFORM 3000-CONFERIR-ARQUIVO.
           IF LOG-STATUS = 10
               AND WRK-NUM-REG NOT = WRK-GER-QTD-CATALOGO
               MOVE 'QTD DIFERE DO CATALOGO' TO DET-OCORRENCIA
               MOVE WRK-NUM-REG TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
           END-IF.
           IF LOG-STATUS NOT = 10
               MOVE 'GERACAO AUSENTE' TO DET-OCORRENCIA
               MOVE ZERO TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
               ADD 1 TO WRK-TOTAL-GER-AUSENTES
               PERFORM 3600-ATRAVESSAR-AUSENTE
           END-IF.
           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

       2500-CONFERIR-LOG-VIVO.
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           MOVE 99999999 TO WRK-GER-CORTE.
           PERFORM 3000-CONFERIR-ARQUIVO.
           IF LOG-STATUS NOT = 10
               MOVE 'LOG VIVO AUSENTE' TO DET-OCORRENCIA
               MOVE ZERO TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
           END-IF.
           PERFORM 5000-CONFERIR-CONTROLE.

      ******************************************************************
      *Um arquivo do log: o registro da cadeia de cada lancamento e o
      *da mesma posicao. Fim de arquivo deixa LOG-STATUS 10; outro
      *valor e arquivo que nao abriu.
      ******************************************************************
       3000-CONFERIR-ARQUIVO.
           MOVE WRK-ARQ-LOG TO DET-ARQUIVO.
           MOVE ZERO TO WRK-NUM-REG.
           MOVE 1 TO WRK-ESPERADO.
           MOVE 'N' TO WRK-ULT-ERRO.
           OPEN INPUT CLIENTES-LOG.
           IF LOG-STATUS = 0
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 3100-CONFERIR-LANCAMENTO
                   UNTIL LOG-STATUS NOT = 0
               CLOSE CLIENTES-LOG
               MOVE 10 TO LOG-STATUS
               PERFORM 3500-CONFERIR-SOBRA
               MOVE 'ARQUIVO CONFERIDO' TO DET-OCORRENCIA
               MOVE WRK-NUM-REG TO DET-NUM-REG
               WRITE LST-REG FROM LIN-DETALHE
               DISPLAY 'CONFERIDO .............: ' WRK-ARQ-LOG
           END-IF.

       3100-CONFERIR-LANCAMENTO.
           ADD 1 TO WRK-NUM-REG.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE WRK-ESPERADO TO WRK-POS-BUSCA.
           PERFORM 3200-CALCULAR-NA-POSICAO.
           EVALUATE TRUE
               WHEN WRK-ACHOU = 'N' AND WRK-CADEIA-INICIADA = 'N'
                   ADD 1 TO WRK-TOTAL-ANTERIORES
                   ADD 1 TO WRK-ESPERADO
               WHEN WRK-ACHOU = 'N'
                   MOVE 'SEM VALOR DE CONFERENCIA' TO DET-OCORRENCIA
                   MOVE WRK-NUM-REG TO DET-NUM-REG
                   PERFORM 7000-IMPRIMIR-OCORRENCIA
                   ADD 1 TO WRK-TOTAL-SEM-VALOR
                   ADD 1 TO WRK-ESPERADO
                   MOVE 'S' TO WRK-ULT-ERRO
               WHEN WRK-CONFERE = 'S'
                   PERFORM 3400-ACEITAR-LANCAMENTO
               WHEN OTHER
                   PERFORM 3150-PROCURAR-VIZINHO
           END-EVALUATE.
           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      ******************************************************************
      *Lancamento que nao confere com o registro da sua posicao:
      *- confere com o registro seguinte: o lancamento esperado sumiu
      *  do log e a cadeia passa por ele;
      *- confere com o registro anterior, logo depois de outro erro:
      *  o lancamento de antes foi enfiado no log, fora da cadeia;
      *- senao, o conteudo foi alterado e a cadeia segue pelo valor
      *  gravado.
      ******************************************************************
       3150-PROCURAR-VIZINHO.
           MOVE WRK-ACHOU-VALOR TO WRK-E-VALOR.
           MOVE WRK-ACHOU-ANTERIOR TO WRK-E-ANTERIOR.
           COMPUTE WRK-POS-BUSCA = WRK-ESPERADO + 1.
           PERFORM 3200-CALCULAR-NA-POSICAO.
           IF WRK-CONFERE = 'S'
               MOVE 'LANCAMENTO REMOVIDO' TO DET-OCORRENCIA
               MOVE WRK-ESPERADO TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
               ADD 1 TO WRK-TOTAL-REMOVIDOS
               IF WRK-CADEIA-INICIADA = 'S'
                   AND WRK-E-ANTERIOR NOT = WRK-ULTIMO-VALOR
                   MOVE 'QUEBRA DA CADEIA' TO DET-OCORRENCIA
                   MOVE WRK-NUM-REG TO DET-NUM-REG
                   PERFORM 7000-IMPRIMIR-OCORRENCIA
                   ADD 1 TO WRK-TOTAL-QUEBRAS
               END-IF
               MOVE WRK-E-VALOR TO WRK-ULTIMO-VALOR
               MOVE 'S' TO WRK-CADEIA-INICIADA
               PERFORM 3400-ACEITAR-LANCAMENTO
           ELSE
               IF WRK-ULT-ERRO = 'S' AND WRK-ESPERADO > 1
                   COMPUTE WRK-POS-BUSCA = WRK-ESPERADO - 1
                   PERFORM 3200-CALCULAR-NA-POSICAO
               END-IF
               IF WRK-CONFERE = 'S'
                   MOVE 'INCLUIDO FORA DA CADEIA' TO DET-OCORRENCIA
                   COMPUTE DET-NUM-REG = WRK-NUM-REG - 1
                   PERFORM 7000-IMPRIMIR-OCORRENCIA
                   ADD 1 TO WRK-TOTAL-INCLUIDOS
                   SUBTRACT 1 FROM WRK-TOTAL-DIVERGE
                   MOVE WRK-ULTIMO-ANTES TO WRK-ULTIMO-VALOR
                   PERFORM 3400-ACEITAR-LANCAMENTO
               ELSE
                   MOVE 'VALOR DE CONFERENCIA DIVERGE' TO DET-OCORRENCIA
                   MOVE WRK-NUM-REG TO DET-NUM-REG
                   PERFORM 7000-IMPRIMIR-OCORRENCIA
                   ADD 1 TO WRK-TOTAL-DIVERGE
                   MOVE WRK-E-VALOR TO WRK-ACHOU-VALOR
                   MOVE WRK-E-ANTERIOR TO WRK-ACHOU-ANTERIOR
                   PERFORM 3300-CONFERIR-LIGACAO
                   MOVE WRK-ULTIMO-VALOR TO WRK-ULTIMO-ANTES
                   MOVE WRK-E-VALOR TO WRK-ULTIMO-VALOR
                   MOVE 'S' TO WRK-CADEIA-INICIADA
                   MOVE 'S' TO WRK-ULT-ERRO
                   ADD 1 TO WRK-ESPERADO
               END-IF
           END-IF.

      *    Le o registro da cadeia em WRK-POS-BUSCA e refaz a conta do
      *    lancamento lido; anonimizado confere pelo valor anonimo
       3200-CALCULAR-NA-POSICAO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-CONFERE.
           MOVE WRK-GER-CORTE TO CAD-GERACAO.
           MOVE WRK-POS-BUSCA TO CAD-NUM-REG.
           READ LOG-CADEIA
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-READ.
           IF CADEIA-STATUS = 0
               MOVE 'S' TO WRK-ACHOU
               MOVE CAD-VALOR TO WRK-ACHOU-VALOR
               MOVE CAD-ANTERIOR TO WRK-ACHOU-ANTERIOR
               MOVE CAD-SITUACAO TO WRK-ACHOU-SITUACAO
               MOVE 'C' TO CDP-FUNCAO
               MOVE 'CRUD0035' TO CDP-PROGRAMA
               MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO
               MOVE CAD-ANTERIOR TO CDP-ANTERIOR
               CALL 'CRUD0034' USING CADEIA-PARM
               CANCEL 'CRUD0034'
               IF (CAD-ORIGINAL AND CDP-VALOR = CAD-VALOR)
                   OR (CAD-ANONIMIZADO
                       AND CDP-VALOR = CAD-VALOR-ANONIMO)
                   MOVE 'S' TO WRK-CONFERE
               END-IF
           END-IF.
           MOVE ZERO TO CADEIA-STATUS.

      *    O primeiro lancamento da cadeia tem anterior zero; qualquer
      *    outro tem de apontar o valor do lancamento aceito antes dele
       3300-CONFERIR-LIGACAO.
           IF (WRK-CADEIA-INICIADA = 'S'
               AND WRK-ACHOU-ANTERIOR NOT = WRK-ULTIMO-VALOR)
               OR (WRK-CADEIA-INICIADA = 'N'
               AND WRK-ACHOU-ANTERIOR NOT = ZEROS)
               MOVE 'QUEBRA DA CADEIA' TO DET-OCORRENCIA
               MOVE WRK-NUM-REG TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
               ADD 1 TO WRK-TOTAL-QUEBRAS
           END-IF.

       3400-ACEITAR-LANCAMENTO.
           PERFORM 3300-CONFERIR-LIGACAO.
           MOVE WRK-ACHOU-VALOR TO WRK-ULTIMO-VALOR.
           MOVE 'S' TO WRK-CADEIA-INICIADA.
           MOVE 'N' TO WRK-ULT-ERRO.
           COMPUTE WRK-ESPERADO = WRK-POS-BUSCA + 1.
           ADD 1 TO WRK-TOTAL-CONFERIDOS.
           IF WRK-ACHOU-SITUACAO = 'A'
               ADD 1 TO WRK-TOTAL-ANONIMIZADOS
           END-IF.

      *    Registros da cadeia depois do ultimo lancamento do arquivo:
      *    lancamentos que sumiram do fim do arquivo
       3500-CONFERIR-SOBRA.
           MOVE WRK-GER-CORTE TO CAD-GERACAO.
           MOVE WRK-ESPERADO TO CAD-NUM-REG.
           START LOG-CADEIA KEY IS NOT LESS CAD-CHAVE
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-START.
           IF CADEIA-STATUS = 0
               READ LOG-CADEIA NEXT RECORD
                   AT END
                       MOVE 10 TO CADEIA-STATUS
               END-READ
           END-IF.
           PERFORM 3510-APONTAR-SOBRA
               UNTIL CADEIA-STATUS NOT = 0
               OR CAD-GERACAO NOT = WRK-GER-CORTE.
           MOVE ZERO TO CADEIA-STATUS.

       3510-APONTAR-SOBRA.
           MOVE 'LANCAMENTO REMOVIDO' TO DET-OCORRENCIA.
           MOVE CAD-NUM-REG TO DET-NUM-REG.
           PERFORM 7000-IMPRIMIR-OCORRENCIA.
           ADD 1 TO WRK-TOTAL-REMOVIDOS.
           MOVE CAD-VALOR TO WRK-ULTIMO-VALOR.
           MOVE 'S' TO WRK-CADEIA-INICIADA.
           READ LOG-CADEIA NEXT RECORD
               AT END
                   MOVE 10 TO CADEIA-STATUS
           END-READ.

       3600-ATRAVESSAR-AUSENTE.
           MOVE WRK-GER-CORTE TO CAD-GERACAO.
           MOVE ZEROS TO CAD-NUM-REG.
           START LOG-CADEIA KEY IS NOT LESS CAD-CHAVE
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-START.
           IF CADEIA-STATUS = 0
               READ LOG-CADEIA NEXT RECORD
                   AT END
                       MOVE 10 TO CADEIA-STATUS
               END-READ
           END-IF.
           PERFORM 3610-GUARDAR-ULTIMO
               UNTIL CADEIA-STATUS NOT = 0
               OR CAD-GERACAO NOT = WRK-GER-CORTE.
           MOVE ZERO TO CADEIA-STATUS.

       3610-GUARDAR-ULTIMO.
           MOVE CAD-VALOR TO WRK-ULTIMO-VALOR.
           MOVE 'S' TO WRK-CADEIA-INICIADA.
           READ LOG-CADEIA NEXT RECORD
               AT END
                   MOVE 10 TO CADEIA-STATUS
           END-READ.

      ******************************************************************
      *Geracao com registros na cadeia e fora do catalogo: geracao
      *descatalogada (e quase sempre apagada). Le o primeiro registro
      *de cada geracao e pula para a seguinte.
      ******************************************************************
       4000-CONFERIR-FORA-CATALOGO.
           MOVE 1 TO CAD-GERACAO.
           MOVE ZEROS TO CAD-NUM-REG.
           START LOG-CADEIA KEY IS NOT LESS CAD-CHAVE
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-START.
           IF CADEIA-STATUS = 0
               READ LOG-CADEIA NEXT RECORD
                   AT END
                       MOVE 10 TO CADEIA-STATUS
               END-READ
           END-IF.
           PERFORM 4100-AVALIAR-GERACAO-CADEIA
               UNTIL CADEIA-STATUS NOT = 0
               OR CAD-LOG-VIVO.
           MOVE ZERO TO CADEIA-STATUS.

       4100-AVALIAR-GERACAO-CADEIA.
           MOVE 'N' TO WRK-GER-ACHADA.
           PERFORM 4110-PROCURAR-NO-CATALOGO
               VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER > WRK-GER-QTD
               OR WRK-GER-ACHADA = 'S'.
           IF WRK-GER-ACHADA = 'N'
               MOVE SPACES TO DET-ARQUIVO
               STRING
                   'CLIENTES-LOG-G-'    DELIMITED BY SIZE
                   CAD-GERACAO          DELIMITED BY SIZE
                   '.DAT'               DELIMITED BY SIZE
                   INTO DET-ARQUIVO
               END-STRING
               MOVE 'GERACAO FORA DO CATALOGO' TO DET-OCORRENCIA
               MOVE ZERO TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
               ADD 1 TO WRK-TOTAL-FORA-CATALOGO
           END-IF.
           MOVE 9999999 TO CAD-NUM-REG.
           START LOG-CADEIA KEY IS GREATER THAN CAD-CHAVE
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-START.
           IF CADEIA-STATUS = 0
               READ LOG-CADEIA NEXT RECORD
                   AT END
                       MOVE 10 TO CADEIA-STATUS
               END-READ
           END-IF.

       4110-PROCURAR-NO-CATALOGO.
           IF WRK-TAB-CORTE(WRK-IDX-GER) = CAD-GERACAO
               MOVE 'S' TO WRK-GER-ACHADA
           END-IF.

      *    O controle diz quantos lancamentos o log vivo tem e o valor
      *    do ultimo: log vivo cortado no fim junto com a cadeia so
      *    aparece aqui
       5000-CONFERIR-CONTROLE.
           MOVE ZEROS TO CAD-CHAVE.
           READ LOG-CADEIA
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-READ.
           IF CADEIA-STATUS = 0
               IF CAD-CTL-VIVOS NOT = WRK-NUM-REG
                   OR (WRK-CADEIA-INICIADA = 'S'
                   AND CAD-CTL-ULTIMO NOT = WRK-ULTIMO-VALOR)
                   MOVE 'CONTROLE DIFERE DO LOG VIVO' TO DET-OCORRENCIA
                   MOVE CAD-CTL-VIVOS TO DET-NUM-REG
                   PERFORM 7000-IMPRIMIR-OCORRENCIA
               END-IF
           ELSE
               MOVE 'CADEIA SEM CONTROLE' TO DET-OCORRENCIA
               MOVE ZERO TO DET-NUM-REG
               PERFORM 7000-IMPRIMIR-OCORRENCIA
           END-IF.
           MOVE ZERO TO CADEIA-STATUS.

       6000-FINALIZAR.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'LANCAMENTOS LIDOS ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONFERIDOS NA CADEIA .......:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CONFERIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ANONIMIZADOS (LGPD) ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ANONIMIZADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ANTERIORES A CADEIA ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ANTERIORES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'VALOR DIVERGENTE ...........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-DIVERGE TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'SEM VALOR DE CONFERENCIA ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-SEM-VALOR TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'REMOVIDOS DO LOG ...........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-REMOVIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'INCLUIDOS FORA DA CADEIA ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-INCLUIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'QUEBRAS DA CADEIA ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-QUEBRAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES AUSENTES ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-GER-AUSENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES FORA DO CATALOGO ..:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-FORA-CATALOGO TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           EVALUATE TRUE
               WHEN CADEIA-STATUS NOT = 0
                   MOVE 'CADEIA DO LOG AUSENTE - NADA CONFERIDO'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-OCORRENCIAS NOT = ZERO
                   MOVE 'CADEIA COM OCORRENCIAS - VER ACIMA'
                       TO RES-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CADEIA DO LOG INTEGRA' TO RES-TEXTO
           END-EVALUATE.
           WRITE LST-REG FROM LIN-RESULTADO.
           CLOSE LST-CADEIA.

           DISPLAY 'LIDOS .................: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CONFERIDOS ............: ' WRK-TOTAL-CONFERIDOS.
           DISPLAY 'OCORRENCIAS ...........: ' WRK-TOTAL-OCORRENCIAS.
           DISPLAY RES-TEXTO.

       7000-IMPRIMIR-OCORRENCIA.
           ADD 1 TO WRK-TOTAL-OCORRENCIAS.
           WRITE LST-REG FROM LIN-DETALHE.
           DISPLAY DET-OCORRENCIA ' ' DET-ARQUIVO ' ' DET-NUM-REG.
