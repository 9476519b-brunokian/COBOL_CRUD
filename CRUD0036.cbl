      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Transferencia de cliente para outra filial - envio
      *          (opcao F do CRUD0001, restrita a supervisor). Dado o
      *          fone de um cliente ativo e a filial de destino, grava
      *          o pacote de transferencia (TRANSF-<FONE>-<AAAAMMDD>
      *          .DAT, ver PCTREG.CPY) com a imagem de CLIENTES.DAT,
      *          todos os contatos de CONTATOS.DAT e as pendencias
      *          abertas de ACOMPANHA.DAT, entre cabecalho e trailer
      *          como o delta da matriz. So com o pacote gravado o
      *          cliente e inativado e marcado como transferido em
      *          TRANSFERENCIAS.DAT com a filial de destino, as
      *          pendencias passam a fechadas aqui (seguem na outra
      *          filial) e a saida vai para o log como exclusao (E).
      *          Emite o recibo de envio (TRANSF-ENVIO-<FONE>-<AAAAMMDD>
      *          .LST). O pacote e carregado no destino pelo CRUD0037.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0036.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS CLIENTES-CHAVE
           ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTATOS-STATUS
           RECORD KEY IS CONTATOS-CHAVE.

           SELECT ACOMPANHA ASSIGN TO 'ACOMPANHA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ACOMPANHA-STATUS
           RECORD KEY IS ACP-CHAVE.

           SELECT TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS TRANSF-STATUS
           RECORD KEY IS TRF-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO 'CLIENTES-LOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT PACOTE ASSIGN TO WRK-ARQ-PACOTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PACOTE-STATUS.

           SELECT LST-RECIBO ASSIGN TO WRK-ARQ-RECIBO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

           SELECT FIL-PARAM ASSIGN TO 'FILIAL-PARAM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD CONTATOS.
           COPY CTTREG.

       FD ACOMPANHA.
           COPY ACPREG.

       FD TRANSFERENCIAS.
           COPY TRFREG.

       FD CLIENTES-LOG.
           COPY CLILOG.

       FD PACOTE.
           COPY PCTREG.

       FD LST-RECIBO.
       01 LST-REG PIC X(100).

       FD FIL-PARAM.
       01 PARAM-REG.
           05 PARAM-FILIAL PIC X(03).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 CONTATOS-STATUS PIC 9(2).
       77 ACOMPANHA-STATUS PIC 9(2).
       77 TRANSF-STATUS PIC 9(2).
       77 LOG-STATUS PIC 9(2).
       77 PACOTE-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 PARAM-STATUS PIC 9(2).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO TRANSFERENCIA'.
       77 WRK-TECLA PIC X(1).
       77 WRK-FILIAL PIC X(03) VALUE '001'.
       77 WRK-FILIAL-DESTINO PIC X(03).
       77 WRK-FONE-PEDIDO PIC 9(09).
       77 WRK-ARQ-PACOTE PIC X(32).
       77 WRK-ARQ-RECIBO PIC X(40).
       77 WRK-CONTATOS-OK PIC X(01) VALUE 'N'.
       77 WRK-ACOMPANHA-OK PIC X(01) VALUE 'N'.
       77 WRK-TRANSF-OK PIC X(01).
       77 WRK-PACOTE-OK PIC X(01).
       77 WRK-REG-GUARDADO PIC X(142).
       77 WRK-HORA-AGORA PIC 9(08).
       77 WRK-CTRL-TOTAL-FONES PIC 9(15) VALUE ZERO.
       77 WRK-TOTAL-DETALHES PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-CONTATOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-PENDENCIAS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-FECHADAS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(05) VALUE ZERO.
       77 WRK-MANUT-LIVRE PIC X(01).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'RECIBO DE TRANSFERENCIA - ENVIO    '.
           05 FILLER PIC X(06) VALUE 'DATA: '.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-CAMPO.
           05 CPO-ROTULO PIC X(22).
           05 CPO-VALOR PIC X(60).

       01 LIN-DETALHE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-TIPO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-SEQ PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-NOTA PIC X(60).

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZZZ9.

       01 LIN-RESULTADO.
           05 FILLER PIC X(12) VALUE 'RESULTADO: '.
           05 RES-TEXTO PIC X(60).

       01 LIN-ASSINATURA.
           05 FILLER PIC X(22) VALUE 'RESPONSAVEL ........:'.
           05 FILLER PIC X(40) VALUE ALL '_'.

           COPY SISPRM.

           COPY CADPRM.

       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(08).

       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
               BACKGROUND-COLOR 3.
               10 LINE 01 COLUMN 25 PIC X(20) BACKGROUND-COLOR 3
               FOREGROUND-COLOR 0 FROM 'SISTEMA DE CLIENTES'.
               10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 1 FROM WRK-MODULO.

      *****************************************************************
       PROCEDURE DIVISION USING LNK-OPERADOR.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF CLIENTES-STATUS = 0
               PERFORM 2000-PROCESSAR
               PERFORM 3000-FINALIZAR
           END-IF.
           GOBACK.

       1000-INICIAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1100-LER-FILIAL.

           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY TELA
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO' AT 1620
               ACCEPT WRK-TECLA AT 2010
           ELSE
      *        Contatos e pendencias sao opcionais: cliente sem eles
      *        vai so com o cadastro
               OPEN I-O CONTATOS
               IF CONTATOS-STATUS = 0
                   MOVE 'S' TO WRK-CONTATOS-OK
               END-IF
               OPEN I-O ACOMPANHA
               IF ACOMPANHA-STATUS = 0
                   MOVE 'S' TO WRK-ACOMPANHA-OK
               END-IF
           END-IF.

      *    Sem o parametro da filial vale a filial 001, como no delta
      *    diario (CRUD0011)
       1100-LER-FILIAL.
           OPEN INPUT FIL-PARAM.
           IF PARAM-STATUS = 0
               READ FIL-PARAM
                   AT END
                       MOVE '001' TO PARAM-FILIAL
               END-READ
               IF PARAM-FILIAL NOT = SPACES
                   MOVE PARAM-FILIAL TO WRK-FILIAL
               END-IF
               CLOSE FIL-PARAM
           END-IF.

       2000-PROCESSAR.
           DISPLAY TELA.
           DISPLAY 'FILIAL ATUAL ...:' AT 0715.
           DISPLAY WRK-FILIAL AT 0733.
           DISPLAY 'FONE ...........:' AT 0915.
           ACCEPT WRK-FONE-PEDIDO AT 0933.

           MOVE WRK-FONE-PEDIDO TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.

           EVALUATE TRUE
               WHEN CLIENTES-STATUS NOT = 0
                   DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1620
               WHEN CLIENTES-INATIVO
                   DISPLAY 'CLIENTE INATIVO - NAO TRANSFERIDO' AT 1620
               WHEN OTHER
                   MOVE CLIENTES-REG TO WRK-REG-GUARDADO
                   DISPLAY 'NOME ...........:' AT 1015
                   DISPLAY CLIENTES-NOME AT 1033
                   DISPLAY 'FILIAL DESTINO .:' AT 1115
                   ACCEPT WRK-FILIAL-DESTINO AT 1133
                   PERFORM 2100-CONFIRMAR-DESTINO
           END-EVALUATE.

           ACCEPT WRK-TECLA AT 2010.

       2100-CONFIRMAR-DESTINO.
           EVALUATE TRUE
               WHEN WRK-FILIAL-DESTINO = SPACES
                   DISPLAY 'FILIAL DESTINO OBRIGATORIA' AT 1620
               WHEN WRK-FILIAL-DESTINO = WRK-FILIAL
                   DISPLAY 'DESTINO IGUAL A FILIAL ATUAL' AT 1620
               WHEN OTHER
                   DISPLAY 'O CLIENTE SERA INATIVADO NESTA FILIAL'
                       AT 1620
                   DISPLAY 'CONFIRMA A TRANSFERENCIA (S/N) ?' AT 1720
                   ACCEPT WRK-TECLA AT 1753
                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       PERFORM 9000-VERIFICAR-MANUTENCAO
                       IF WRK-MANUT-LIVRE = 'S'
                           PERFORM 4000-TRANSFERIR
                       END-IF
                   ELSE
                       DISPLAY 'TRANSFERENCIA CANCELADA' AT 1820
                   END-IF
           END-EVALUATE.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           IF WRK-CONTATOS-OK = 'S'
               CLOSE CONTATOS
           END-IF.
           IF WRK-ACOMPANHA-OK = 'S'
               CLOSE ACOMPANHA
           END-IF.

      ******************************************************************
      *O pacote e gravado inteiro antes de qualquer marca: se a
      *gravacao falhar o cliente continua ativo aqui e nada mudou.
      *Com o pacote pronto: inativa o cliente, fecha as pendencias
      *que seguiram no pacote, registra a saida e grava o log.
      ******************************************************************
       4000-TRANSFERIR.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO WRK-ARQ-PACOTE.
           STRING
               'TRANSF-'                DELIMITED BY SIZE
               WRK-FONE-PEDIDO          DELIMITED BY SIZE
               '-'                      DELIMITED BY SIZE
               WRK-DATA-SISTEMA         DELIMITED BY SIZE
               '.DAT'                   DELIMITED BY SIZE
               INTO WRK-ARQ-PACOTE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECIBO.
           STRING
               'TRANSF-ENVIO-'          DELIMITED BY SIZE
               WRK-FONE-PEDIDO          DELIMITED BY SIZE
               '-'                      DELIMITED BY SIZE
               WRK-DATA-SISTEMA         DELIMITED BY SIZE
               '.LST'                   DELIMITED BY SIZE
               INTO WRK-ARQ-RECIBO
           END-STRING.

           OPEN OUTPUT LST-RECIBO.
           PERFORM 4050-IMPRIMIR-CABECALHO.
           PERFORM 4100-GRAVAR-PACOTE.

           IF WRK-PACOTE-OK = 'S'
               PERFORM 4500-MARCAR-SAIDA
           ELSE
               MOVE 'PACOTE NAO GRAVADO - CLIENTE NAO TRANSFERIDO'
                   TO RES-TEXTO
           END-IF.

           PERFORM 4900-IMPRIMIR-TOTAIS.
           CLOSE LST-RECIBO.
           DISPLAY RES-TEXTO AT 1820.
           DISPLAY 'RECIBO EM:' AT 1920.
           DISPLAY WRK-ARQ-RECIBO AT 1931.

       4050-IMPRIMIR-CABECALHO.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE WRK-REG-GUARDADO TO CLIENTES-REG.
           MOVE 'FONE ...............:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE CLIENTES-FONE TO CPO-VALOR(1:9).
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'NOME ...............:' TO CPO-ROTULO.
           MOVE CLIENTES-NOME TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'DOCUMENTO ..........:' TO CPO-ROTULO.
           MOVE CLIENTES-DOCUMENTO TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'FILIAL DE ORIGEM ...:' TO CPO-ROTULO.
           MOVE WRK-FILIAL TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'FILIAL DE DESTINO ..:' TO CPO-ROTULO.
           MOVE WRK-FILIAL-DESTINO TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'SUPERVISOR .........:' TO CPO-ROTULO.
           MOVE LNK-OPERADOR TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'PACOTE .............:' TO CPO-ROTULO.
           MOVE WRK-ARQ-PACOTE TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'CONTEUDO DO PACOTE' TO LST-REG.
           WRITE LST-REG.

       4100-GRAVAR-PACOTE.
           MOVE 'S' TO WRK-PACOTE-OK.
           OPEN OUTPUT PACOTE.
           IF PACOTE-STATUS NOT = 0
               MOVE 'N' TO WRK-PACOTE-OK
           ELSE
               MOVE SPACES TO PACOTE-HEADER-REG
               MOVE '0' TO PCH-TIPO
               MOVE WRK-FILIAL TO PCH-FILIAL-ORIGEM
               MOVE WRK-FILIAL-DESTINO TO PCH-FILIAL-DESTINO
               MOVE WRK-DATA-SISTEMA TO PCH-DATA-GERACAO
               MOVE WRK-HORA-AGORA TO PCH-HORA-GERACAO
               MOVE WRK-FONE-PEDIDO TO PCH-FONE
               MOVE LNK-OPERADOR TO PCH-OPERADOR
               WRITE PACOTE-HEADER-REG
               PERFORM 4150-TESTAR-GRAVACAO

               MOVE 'C' TO PCT-TIPO
               MOVE WRK-FONE-PEDIDO TO PCT-FONE
               MOVE WRK-REG-GUARDADO TO PCT-IMAGEM
               PERFORM 4160-GRAVAR-DETALHE
               MOVE 'CADASTRO' TO DET-TIPO
               MOVE ZERO TO DET-SEQ
               MOVE CLIENTES-DATA-CADASTRO TO DET-DATA
               MOVE CLIENTES-NOME TO DET-NOTA
               WRITE LST-REG FROM LIN-DETALHE

               IF WRK-CONTATOS-OK = 'S'
                   PERFORM 4200-EMPACOTAR-CONTATOS
               END-IF
               IF WRK-ACOMPANHA-OK = 'S'
                   PERFORM 4300-EMPACOTAR-PENDENCIAS
               END-IF

               MOVE SPACES TO PACOTE-TRAILER-REG
               MOVE '9' TO PCR-TIPO
               MOVE WRK-TOTAL-DETALHES TO PCR-QTD-REGISTROS
               MOVE WRK-CTRL-TOTAL-FONES TO PCR-TOTAL-FONES
               MOVE WRK-TOTAL-CONTATOS TO PCR-QTD-CONTATOS
               MOVE WRK-TOTAL-PENDENCIAS TO PCR-QTD-PENDENCIAS
               WRITE PACOTE-TRAILER-REG
               PERFORM 4150-TESTAR-GRAVACAO
               CLOSE PACOTE
           END-IF.

       4150-TESTAR-GRAVACAO.
           IF PACOTE-STATUS NOT = 0
               MOVE 'N' TO WRK-PACOTE-OK
           END-IF.

       4160-GRAVAR-DETALHE.
           WRITE PACOTE-REG.
           PERFORM 4150-TESTAR-GRAVACAO.
           ADD 1 TO WRK-TOTAL-DETALHES.
           ADD PCT-FONE TO WRK-CTRL-TOTAL-FONES.

       4200-EMPACOTAR-CONTATOS.
           MOVE WRK-FONE-PEDIDO TO CONTATOS-FONE.
           MOVE ZEROS TO CONTATOS-SEQ.
           START CONTATOS KEY IS NOT LESS CONTATOS-CHAVE
               INVALID KEY
                   MOVE 23 TO CONTATOS-STATUS
           END-START.
           IF CONTATOS-STATUS = 0
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE 10 TO CONTATOS-STATUS
               END-READ
           END-IF.
           PERFORM 4250-EMPACOTAR-CONTATO
               UNTIL CONTATOS-STATUS NOT = 0
               OR CONTATOS-FONE NOT = WRK-FONE-PEDIDO.
           MOVE ZERO TO CONTATOS-STATUS.

       4250-EMPACOTAR-CONTATO.
           MOVE 'T' TO PCT-TIPO.
           MOVE WRK-FONE-PEDIDO TO PCT-FONE.
           MOVE CONTATOS-REG TO PCT-IMAGEM.
           PERFORM 4160-GRAVAR-DETALHE.
           ADD 1 TO WRK-TOTAL-CONTATOS.
           MOVE 'CONTATO' TO DET-TIPO.
           MOVE CONTATOS-SEQ TO DET-SEQ.
           MOVE CONTATOS-DATA TO DET-DATA.
           MOVE CONTATOS-NOTA TO DET-NOTA.
           WRITE LST-REG FROM LIN-DETALHE.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 10 TO CONTATOS-STATUS
           END-READ.

      *    A chave de ACOMPANHA.DAT comeca pelo prazo: a busca pelo
      *    fone varre o arquivo inteiro
       4300-EMPACOTAR-PENDENCIAS.
           MOVE ZEROS TO ACP-CHAVE.
           START ACOMPANHA KEY IS NOT LESS ACP-CHAVE
               INVALID KEY
                   MOVE 23 TO ACOMPANHA-STATUS
           END-START.
           IF ACOMPANHA-STATUS = 0
               READ ACOMPANHA NEXT RECORD
                   AT END
                       MOVE 10 TO ACOMPANHA-STATUS
               END-READ
           END-IF.
           PERFORM 4350-EMPACOTAR-PENDENCIA
               UNTIL ACOMPANHA-STATUS NOT = 0.
           MOVE ZERO TO ACOMPANHA-STATUS.

       4350-EMPACOTAR-PENDENCIA.
           IF ACP-FONE = WRK-FONE-PEDIDO AND ACP-PENDENTE
               MOVE 'P' TO PCT-TIPO
               MOVE WRK-FONE-PEDIDO TO PCT-FONE
               MOVE ACOMPANHA-REG TO PCT-IMAGEM
               PERFORM 4160-GRAVAR-DETALHE
               ADD 1 TO WRK-TOTAL-PENDENCIAS
               MOVE 'PENDENCIA' TO DET-TIPO
               MOVE ACP-SEQ TO DET-SEQ
               MOVE ACP-DATA-LIMITE TO DET-DATA
               MOVE ACP-NOTA TO DET-NOTA
               WRITE LST-REG FROM LIN-DETALHE
           END-IF.
           READ ACOMPANHA NEXT RECORD
               AT END
                   MOVE 10 TO ACOMPANHA-STATUS
           END-READ.

       4500-MARCAR-SAIDA.
           MOVE WRK-FONE-PEDIDO TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.
           IF CLIENTES-STATUS = 0
               MOVE 'I' TO CLIENTES-SITUACAO
               REWRITE CLIENTES-REG
                   INVALID KEY
                       MOVE 23 TO CLIENTES-STATUS
               END-REWRITE
           END-IF.

           IF CLIENTES-STATUS NOT = 0
      *        O pacote ja saiu: o destino nao deve carrega-lo com o
      *        cliente ainda ativo aqui
               MOVE 'ERRO AO INATIVAR - NAO ENVIAR O PACOTE'
                   TO RES-TEXTO
               ADD 1 TO WRK-TOTAL-ERROS
           ELSE
               IF WRK-ACOMPANHA-OK = 'S'
                   PERFORM 4600-FECHAR-PENDENCIAS
               END-IF
               PERFORM 4700-REGISTRAR-SAIDA
               PERFORM 4800-GRAVAR-LOG
               IF WRK-TOTAL-ERROS = ZERO
                   MOVE 'TRANSFERIDO - ENVIAR O PACOTE AO DESTINO'
                       TO RES-TEXTO
               ELSE
                   MOVE 'TRANSFERIDO COM ERROS - CONFERIR O RECIBO'
                       TO RES-TEXTO
               END-IF
           END-IF.

      *    As pendencias empacotadas seguem abertas no destino; aqui
      *    saem da fila como fechadas pelo supervisor da transferencia
       4600-FECHAR-PENDENCIAS.
           MOVE ZEROS TO ACP-CHAVE.
           START ACOMPANHA KEY IS NOT LESS ACP-CHAVE
               INVALID KEY
                   MOVE 23 TO ACOMPANHA-STATUS
           END-START.
           IF ACOMPANHA-STATUS = 0
               READ ACOMPANHA NEXT RECORD
                   AT END
                       MOVE 10 TO ACOMPANHA-STATUS
               END-READ
           END-IF.
           PERFORM 4650-FECHAR-PENDENCIA
               UNTIL ACOMPANHA-STATUS NOT = 0.
           MOVE ZERO TO ACOMPANHA-STATUS.

       4650-FECHAR-PENDENCIA.
           IF ACP-FONE = WRK-FONE-PEDIDO AND ACP-PENDENTE
               MOVE 'F' TO ACP-SITUACAO
               MOVE WRK-DATA-SISTEMA TO ACP-DATA-FECHAMENTO
               MOVE LNK-OPERADOR TO ACP-OPER-FECHAMENTO
               REWRITE ACOMPANHA-REG
                   INVALID KEY
                       MOVE 23 TO ACOMPANHA-STATUS
               END-REWRITE
               IF ACOMPANHA-STATUS = 0
                   ADD 1 TO WRK-TOTAL-FECHADAS
               ELSE
                   ADD 1 TO WRK-TOTAL-ERROS
                   MOVE ZERO TO ACOMPANHA-STATUS
               END-IF
           END-IF.
           READ ACOMPANHA NEXT RECORD
               AT END
                   MOVE 10 TO ACOMPANHA-STATUS
           END-READ.

      *    Fone transferido antes (saiu, voltou e sai de novo): fica
      *    valendo a transferencia mais recente
       4700-REGISTRAR-SAIDA.
           MOVE 'S' TO WRK-TRANSF-OK.
           OPEN I-O TRANSFERENCIAS
               IF TRANSF-STATUS = 35 THEN
                   OPEN OUTPUT TRANSFERENCIAS
                   CLOSE TRANSFERENCIAS
                   OPEN I-O TRANSFERENCIAS
               END-IF
           IF TRANSF-STATUS NOT = 0
               MOVE 'N' TO WRK-TRANSF-OK
           ELSE
               MOVE WRK-FONE-PEDIDO TO TRF-FONE
               MOVE 'S' TO TRF-SENTIDO
               MOVE WRK-FILIAL-DESTINO TO TRF-FILIAL
               MOVE WRK-DATA-SISTEMA TO TRF-DATA
               MOVE WRK-HORA-AGORA TO TRF-HORA
               MOVE LNK-OPERADOR TO TRF-OPERADOR
               MOVE WRK-ARQ-PACOTE TO TRF-ARQUIVO
               MOVE WRK-TOTAL-CONTATOS TO TRF-QTD-CONTATOS
               MOVE WRK-TOTAL-PENDENCIAS TO TRF-QTD-PENDENCIAS
               WRITE TRANSFERENCIA-REG
                   INVALID KEY
                       MOVE 22 TO TRANSF-STATUS
               END-WRITE
               IF TRANSF-STATUS = 22
                   REWRITE TRANSFERENCIA-REG
                       INVALID KEY
                           MOVE 23 TO TRANSF-STATUS
                   END-REWRITE
               END-IF
               IF TRANSF-STATUS NOT = 0
                   MOVE 'N' TO WRK-TRANSF-OK
               END-IF
               CLOSE TRANSFERENCIAS
           END-IF.
           IF WRK-TRANSF-OK NOT = 'S'
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'TRANSFERENCIAS.DAT' TO CPO-ROTULO
               MOVE 'ERRO AO REGISTRAR A SAIDA' TO CPO-VALOR
               WRITE LST-REG FROM LIN-CAMPO
           END-IF.

      *    A saida vai para o log como exclusao: o delta diario
      *    (CRUD0011) leva a inativacao para a matriz
       4800-GRAVAR-LOG.
           OPEN EXTEND CLIENTES-LOG
               IF LOG-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES-LOG
                   CLOSE CLIENTES-LOG
                   OPEN EXTEND CLIENTES-LOG
               END-IF
           MOVE 'E' TO LOG-OPERACAO.
           MOVE WRK-FONE-PEDIDO TO LOG-FONE.
           MOVE CLIENTES-NOME TO LOG-NOME-ANTES.
           MOVE CLIENTES-NOME TO LOG-NOME-DEPOIS.
           MOVE CLIENTES-EMAIL TO LOG-EMAIL-ANTES.
           MOVE CLIENTES-EMAIL TO LOG-EMAIL-DEPOIS.
           MOVE ZEROS TO LOG-FONE-NOVO.
           MOVE LNK-OPERADOR TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 4850-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.
           CLOSE CLIENTES-LOG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       4850-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0036' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

       4900-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'REGISTROS NO PACOTE ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-DETALHES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONTATOS ...................:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CONTATOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'PENDENCIAS ABERTAS .........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-PENDENCIAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'PENDENCIAS FECHADAS AQUI ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-FECHADAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ERROS ......................:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ERROS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           WRITE LST-REG FROM LIN-RESULTADO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           WRITE LST-REG FROM LIN-ASSINATURA.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0036' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
