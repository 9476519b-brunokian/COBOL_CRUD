      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Transferencia de cliente entre filiais - recebimento
      *          (opcao R do CRUD0001, restrita a supervisor). Carrega
      *          na filial de destino o pacote gerado pelo CRUD0036
      *          (ver PCTREG.CPY). Antes de gravar, o pacote inteiro e
      *          conferido como o delta no CRUD0012 - cabecalho,
      *          trailer, quantidade e total de controle - e recusado
      *          se for de outra filial ou se o fone ja existir em
      *          CLIENTES.DAT, salvo o cliente que saiu desta filial
      *          (inativo com saida em TRANSFERENCIAS.DAT) e volta:
      *          o cadastro dele e reativado com a imagem do pacote,
      *          os contatos ate a saida (que ja estao aqui) nao sao
      *          carregados de novo e o retorno sai no recibo.
      *          Aceito, grava o cliente, os contatos e as pendencias
      *          abertas (renumerados depois dos que o fone ja
      *          tiver), registra a entrada em
      *          TRANSFERENCIAS.DAT e a inclusao no log, e acerta a
      *          base consolidada (MATRIZ-CLIENTES.DAT): a filial de
      *          destino fica com o cliente e a de origem fica marcada
      *          como transferida (T), para a matriz ver uma so filial
      *          dona. Emite o recibo de recebimento
      *          (TRANSF-RECEB-<FONE>-<AAAAMMDD>.LST), tambem quando o
      *          pacote e recusado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0037.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PACOTE ASSIGN TO WRK-ARQ-PACOTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PACOTE-STATUS.

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

           SELECT MATRIZ ASSIGN TO 'MATRIZ-CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS MATRIZ-STATUS
           RECORD KEY IS MTZ-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO 'CLIENTES-LOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT LST-RECIBO ASSIGN TO WRK-ARQ-RECIBO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

           SELECT FIL-PARAM ASSIGN TO 'FILIAL-PARAM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PACOTE.
           COPY PCTREG.

       FD CLIENTES.
           COPY CLIREG.

       FD CONTATOS.
           COPY CTTREG.

       FD ACOMPANHA.
           COPY ACPREG.

       FD TRANSFERENCIAS.
           COPY TRFREG.

       FD MATRIZ.
           COPY MTZREG.

       FD CLIENTES-LOG.
           COPY CLILOG.

       FD LST-RECIBO.
       01 LST-REG PIC X(100).

       FD FIL-PARAM.
       01 PARAM-REG.
           05 PARAM-FILIAL PIC X(03).

       WORKING-STORAGE SECTION.
       77 PACOTE-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 CONTATOS-STATUS PIC 9(2).
       77 ACOMPANHA-STATUS PIC 9(2).
       77 TRANSF-STATUS PIC 9(2).
       77 MATRIZ-STATUS PIC 9(2).
       77 LOG-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 PARAM-STATUS PIC 9(2).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO RECEBIMENTO'.
       77 WRK-TECLA PIC X(1).
       77 WRK-FILIAL PIC X(03) VALUE '001'.
       77 WRK-ARQ-PACOTE PIC X(32).
       77 WRK-ARQ-RECIBO PIC X(40).
       77 WRK-FONE-PACOTE PIC 9(09).
       77 WRK-FILIAL-ORIGEM PIC X(03).
       77 WRK-FILIAL-DESTINO PIC X(03).
       77 WRK-DATA-GERACAO PIC 9(08).
       77 WRK-OPER-ORIGEM PIC X(08).
       77 WRK-NOME-PACOTE PIC X(30).
       77 WRK-PACOTE-OK PIC X(01).
       77 WRK-MOTIVO-REJEICAO PIC X(45).
       77 WRK-TEM-TRAILER PIC X(01).
       77 WRK-APOS-TRAILER PIC X(01).
       77 WRK-TIPO-INVALIDO PIC X(01).
       77 WRK-OUTRO-FONE PIC X(01).
       77 WRK-QTD-CLIENTE PIC 9(03).
       77 WRK-PRIMEIRO-TIPO PIC X(01).
       77 WRK-CONF-QTD PIC 9(07).
       77 WRK-CONF-TOTAL PIC 9(15).
       77 WRK-CONF-CONTATOS PIC 9(05).
       77 WRK-CONF-PENDENCIAS PIC 9(05).
       77 WRK-TRL-QTD PIC 9(07).
       77 WRK-TRL-TOTAL PIC 9(15).
       77 WRK-TRL-CONTATOS PIC 9(05).
       77 WRK-TRL-PENDENCIAS PIC 9(05).
       77 WRK-CLIENTE-GRAVADO PIC X(01).
       77 WRK-SEQ-NOVO PIC 9(04).
       77 WRK-ACP-SEQ-NOVO PIC 9(04).
       77 WRK-HORA-AGORA PIC 9(08).
       77 WRK-TOTAL-CONTATOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-PENDENCIAS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(05) VALUE ZERO.
       77 WRK-MANUT-LIVRE PIC X(01).
       77 WRK-RETORNO PIC X(01).
       77 WRK-DATA-SAIDA PIC 9(08).
       77 WRK-HORA-SAIDA PIC 9(08).
       77 WRK-TOTAL-JA-EXISTENTES PIC 9(05) VALUE ZERO.
       77 WRK-ENTRADA-DATA PIC 9(08).
       77 WRK-ENTRADA-HORA PIC 9(08).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'RECIBO DE TRANSFERENCIA - RECEBIDO '.
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

           OPEN I-O CLIENTES
               IF CLIENTES-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES
                   CLOSE CLIENTES
                   OPEN I-O CLIENTES
               END-IF

           IF CLIENTES-STATUS NOT = 0
               DISPLAY TELA
               DISPLAY 'CLIENTES.DAT NAO PODE SER ABERTO' AT 1620
               ACCEPT WRK-TECLA AT 2010
           ELSE
               OPEN I-O CONTATOS
               IF CONTATOS-STATUS = 35
                   OPEN OUTPUT CONTATOS
                   CLOSE CONTATOS
                   OPEN I-O CONTATOS
               END-IF
               OPEN I-O ACOMPANHA
               IF ACOMPANHA-STATUS = 35
                   OPEN OUTPUT ACOMPANHA
                   CLOSE ACOMPANHA
                   OPEN I-O ACOMPANHA
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
           DISPLAY 'PACOTE .........:' AT 0915.
           MOVE SPACES TO WRK-ARQ-PACOTE.
           ACCEPT WRK-ARQ-PACOTE AT 0933.

           OPEN INPUT PACOTE.
           IF PACOTE-STATUS NOT = 0
               DISPLAY 'PACOTE NAO ENCONTRADO' AT 1620
           ELSE
               PERFORM 1500-VALIDAR-PACOTE
               CLOSE PACOTE
               IF WRK-PACOTE-OK = 'S'
                   PERFORM 2100-CONFIRMAR-CARGA
               ELSE
                   DISPLAY 'PACOTE RECUSADO:' AT 1620
                   DISPLAY WRK-MOTIVO-REJEICAO AT 1637
                   PERFORM 5000-RECUSAR
               END-IF
           END-IF.

           ACCEPT WRK-TECLA AT 2010.

       2100-CONFIRMAR-CARGA.
           IF WRK-RETORNO = 'S'
               DISPLAY 'RETORNO: CADASTRO INATIVO SERA REATIVADO'
                   AT 1515
           END-IF.
           DISPLAY 'FONE ...........:' AT 1015.
           DISPLAY WRK-FONE-PACOTE AT 1033.
           DISPLAY 'NOME ...........:' AT 1115.
           DISPLAY WRK-NOME-PACOTE AT 1133.
           DISPLAY 'FILIAL ORIGEM ..:' AT 1215.
           DISPLAY WRK-FILIAL-ORIGEM AT 1233.
           DISPLAY 'CONTATOS .......:' AT 1315.
           DISPLAY WRK-TRL-CONTATOS AT 1333.
           DISPLAY 'PENDENCIAS .....:' AT 1415.
           DISPLAY WRK-TRL-PENDENCIAS AT 1433.
           DISPLAY 'CONFIRMA O RECEBIMENTO (S/N) ?' AT 1620.
           ACCEPT WRK-TECLA AT 1651.
           IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
               PERFORM 9000-VERIFICAR-MANUTENCAO
               IF WRK-MANUT-LIVRE = 'S'
                   PERFORM 4000-CARREGAR
               END-IF
           ELSE
               DISPLAY 'RECEBIMENTO CANCELADO' AT 1720
           END-IF.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE CONTATOS.
           CLOSE ACOMPANHA.

      ******************************************************************
      *Primeira passada: le o pacote inteiro sem gravar nada,
      *conferindo cabecalho, trailer, quantidades e total de controle,
      *que o cadastro vem primeiro e que todo detalhe e do mesmo fone.
      *Depois: o pacote tem de ser desta filial e o fone nao pode
      *existir aqui, a nao ser como cliente desta filial que saiu
      *por transferencia e esta voltando (1600).
      ******************************************************************
       1500-VALIDAR-PACOTE.
           MOVE 'S' TO WRK-PACOTE-OK.
           MOVE 'N' TO WRK-RETORNO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           MOVE 'N' TO WRK-TEM-TRAILER.
           MOVE 'N' TO WRK-APOS-TRAILER.
           MOVE 'N' TO WRK-TIPO-INVALIDO.
           MOVE 'N' TO WRK-OUTRO-FONE.
           MOVE SPACES TO WRK-PRIMEIRO-TIPO.
           MOVE ZERO TO WRK-QTD-CLIENTE.
           MOVE ZERO TO WRK-CONF-QTD.
           MOVE ZERO TO WRK-CONF-TOTAL.
           MOVE ZERO TO WRK-CONF-CONTATOS.
           MOVE ZERO TO WRK-CONF-PENDENCIAS.
           MOVE ZERO TO WRK-TRL-QTD.
           MOVE ZERO TO WRK-TRL-TOTAL.
           MOVE ZERO TO WRK-TRL-CONTATOS.
           MOVE ZERO TO WRK-TRL-PENDENCIAS.
           MOVE ZERO TO WRK-FONE-PACOTE.
           MOVE SPACES TO WRK-FILIAL-ORIGEM.
           MOVE SPACES TO WRK-FILIAL-DESTINO.
           MOVE SPACES TO WRK-NOME-PACOTE.

           READ PACOTE
               AT END
                   MOVE 10 TO PACOTE-STATUS
           END-READ.

           IF PACOTE-STATUS NOT = 0 OR PCH-TIPO NOT = '0'
               MOVE 'SEM CABECALHO - ARQUIVO FORA DO PADRAO'
                   TO WRK-MOTIVO-REJEICAO
           ELSE
               MOVE PCH-FONE TO WRK-FONE-PACOTE
               MOVE PCH-FILIAL-ORIGEM TO WRK-FILIAL-ORIGEM
               MOVE PCH-FILIAL-DESTINO TO WRK-FILIAL-DESTINO
               MOVE PCH-DATA-GERACAO TO WRK-DATA-GERACAO
               MOVE PCH-OPERADOR TO WRK-OPER-ORIGEM
               READ PACOTE
                   AT END
                       MOVE 10 TO PACOTE-STATUS
               END-READ
               PERFORM 1550-CLASSIFICAR-REGISTRO
                   UNTIL PACOTE-STATUS NOT = 0
               EVALUATE TRUE
                   WHEN WRK-TEM-TRAILER NOT = 'S'
                       MOVE 'SEM TRAILER - TRANSFERENCIA TRUNCADA'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-APOS-TRAILER = 'S'
                       MOVE 'REGISTRO DEPOIS DO TRAILER'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-TIPO-INVALIDO = 'S'
                       MOVE 'TIPO DE REGISTRO INVALIDO'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-CONF-QTD NOT = WRK-TRL-QTD
                       MOVE 'QUANTIDADE NAO CONFERE COM O TRAILER'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-CONF-TOTAL NOT = WRK-TRL-TOTAL
                       MOVE 'TOTAL DE CONTROLE NAO CONFERE'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-CONF-CONTATOS NOT = WRK-TRL-CONTATOS
                       OR WRK-CONF-PENDENCIAS NOT = WRK-TRL-PENDENCIAS
                       MOVE 'CONTATOS OU PENDENCIAS NAO CONFEREM'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-OUTRO-FONE = 'S'
                       MOVE 'DETALHE DE OUTRO FONE NO PACOTE'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-QTD-CLIENTE NOT = 1
                       OR WRK-PRIMEIRO-TIPO NOT = 'C'
                       MOVE 'PACOTE SEM O CADASTRO DO CLIENTE'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-FILIAL-DESTINO NOT = WRK-FILIAL
                       MOVE 'PACOTE DESTINADO A OUTRA FILIAL'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN OTHER
                       MOVE WRK-FONE-PACOTE TO CLIENTES-FONE
                       READ CLIENTES
                           INVALID KEY
                               MOVE 23 TO CLIENTES-STATUS
                       END-READ
                       IF CLIENTES-STATUS = 0
                           IF CLIENTES-INATIVO
                               PERFORM 1600-CONFERIR-RETORNO
                           END-IF
                           IF WRK-RETORNO NOT = 'S'
                               MOVE 'FONE JA CADASTRADO NESTA FILIAL'
                                   TO WRK-MOTIVO-REJEICAO
                           END-IF
                       END-IF
                       MOVE ZERO TO CLIENTES-STATUS
               END-EVALUATE
           END-IF.

           IF WRK-MOTIVO-REJEICAO NOT = SPACES
               MOVE 'N' TO WRK-PACOTE-OK
           END-IF.

      *    Cliente que saiu desta filial (entrou, saiu e volta): o
      *    cadastro inativo e o dele se nao e posterior a saida e se
      *    nao houve entrada depois dela; senao o numero e de outro
      *    titular
       1600-CONFERIR-RETORNO.
           OPEN INPUT TRANSFERENCIAS.
           IF TRANSF-STATUS = 0
               MOVE ZERO TO WRK-ENTRADA-DATA
               MOVE ZERO TO WRK-ENTRADA-HORA
               MOVE WRK-FONE-PACOTE TO TRF-FONE
               MOVE 'E' TO TRF-SENTIDO
               READ TRANSFERENCIAS
                   INVALID KEY
                       MOVE 23 TO TRANSF-STATUS
               END-READ
               IF TRANSF-STATUS = 0
                   MOVE TRF-DATA TO WRK-ENTRADA-DATA
                   MOVE TRF-HORA TO WRK-ENTRADA-HORA
               END-IF
               MOVE WRK-FONE-PACOTE TO TRF-FONE
               MOVE 'S' TO TRF-SENTIDO
               READ TRANSFERENCIAS
                   INVALID KEY
                       MOVE 23 TO TRANSF-STATUS
               END-READ
               IF TRANSF-STATUS = 0
                   AND CLIENTES-DATA-CADASTRO NOT > TRF-DATA
                   AND (WRK-ENTRADA-DATA < TRF-DATA
                        OR (WRK-ENTRADA-DATA = TRF-DATA
                            AND WRK-ENTRADA-HORA < TRF-HORA))
                   MOVE 'S' TO WRK-RETORNO
                   MOVE TRF-DATA TO WRK-DATA-SAIDA
                   MOVE TRF-HORA TO WRK-HORA-SAIDA
               END-IF
               CLOSE TRANSFERENCIAS
           END-IF.
           MOVE ZERO TO TRANSF-STATUS.

       1550-CLASSIFICAR-REGISTRO.
           IF WRK-PRIMEIRO-TIPO = SPACES
               MOVE PCT-TIPO TO WRK-PRIMEIRO-TIPO
           END-IF.
           EVALUATE TRUE
               WHEN PCR-TIPO = '9'
                   IF WRK-TEM-TRAILER = 'S'
                       MOVE 'S' TO WRK-APOS-TRAILER
                   END-IF
                   MOVE 'S' TO WRK-TEM-TRAILER
                   MOVE PCR-QTD-REGISTROS TO WRK-TRL-QTD
                   MOVE PCR-TOTAL-FONES TO WRK-TRL-TOTAL
                   MOVE PCR-QTD-CONTATOS TO WRK-TRL-CONTATOS
                   MOVE PCR-QTD-PENDENCIAS TO WRK-TRL-PENDENCIAS
               WHEN PCT-E-CLIENTE
               WHEN PCT-E-CONTATO
               WHEN PCT-E-PENDENCIA
                   IF WRK-TEM-TRAILER = 'S'
                       MOVE 'S' TO WRK-APOS-TRAILER
                   END-IF
                   ADD 1 TO WRK-CONF-QTD
                   ADD PCT-FONE TO WRK-CONF-TOTAL
                   IF PCT-FONE NOT = WRK-FONE-PACOTE
                       MOVE 'S' TO WRK-OUTRO-FONE
                   END-IF
                   EVALUATE TRUE
                       WHEN PCT-E-CLIENTE
                           ADD 1 TO WRK-QTD-CLIENTE
                           MOVE PCT-IMAGEM TO CLIENTES-REG
                           MOVE CLIENTES-NOME TO WRK-NOME-PACOTE
                       WHEN PCT-E-CONTATO
                           ADD 1 TO WRK-CONF-CONTATOS
                       WHEN OTHER
                           ADD 1 TO WRK-CONF-PENDENCIAS
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'S' TO WRK-TIPO-INVALIDO
           END-EVALUATE.
           READ PACOTE
               AT END
                   MOVE 10 TO PACOTE-STATUS
           END-READ.

      ******************************************************************
      *Carga: o cadastro e o primeiro detalhe; se ele nao gravar nada
      *mais e gravado. Contatos e pendencias entram numerados depois
      *dos que o fone ja tiver aqui (titular anterior do numero).
      ******************************************************************
       4000-CARREGAR.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           PERFORM 4900-ABRIR-RECIBO.
           MOVE 'N' TO WRK-CLIENTE-GRAVADO.
           PERFORM 4050-ACHAR-SEQ-CONTATO.
           PERFORM 4070-ACHAR-SEQ-PENDENCIA.

           OPEN INPUT PACOTE.
           READ PACOTE
               AT END
                   MOVE 10 TO PACOTE-STATUS
           END-READ.
           IF PACOTE-STATUS = 0
               READ PACOTE
                   AT END
                       MOVE 10 TO PACOTE-STATUS
               END-READ
           END-IF.
           PERFORM 4100-CARREGAR-DETALHE
               UNTIL PACOTE-STATUS NOT = 0
               OR PCR-TIPO = '9'.
           CLOSE PACOTE.

           IF WRK-CLIENTE-GRAVADO = 'S'
               PERFORM 4500-GRAVAR-LOG
               PERFORM 4600-REGISTRAR-ENTRADA
               PERFORM 4700-ATUALIZAR-MATRIZ
               EVALUATE TRUE
                   WHEN WRK-TOTAL-ERROS NOT = ZERO
                       MOVE 'RECEBIDO COM ERROS - CONFERIR O RECIBO'
                           TO RES-TEXTO
                   WHEN WRK-RETORNO = 'S'
                       MOVE 'CLIENTE DE VOLTA A ESTA FILIAL - REATIVADO'
                           TO RES-TEXTO
                   WHEN OTHER
                       MOVE 'CLIENTE RECEBIDO NESTA FILIAL' TO RES-TEXTO
               END-EVALUATE
           ELSE
               MOVE 'ERRO AO GRAVAR O CLIENTE - NADA FOI CARREGADO'
                   TO RES-TEXTO
           END-IF.

           PERFORM 4950-FECHAR-RECIBO.
           DISPLAY RES-TEXTO AT 1820.
           DISPLAY 'RECIBO EM:' AT 1920.
           DISPLAY WRK-ARQ-RECIBO AT 1931.

       4050-ACHAR-SEQ-CONTATO.
           MOVE ZERO TO WRK-SEQ-NOVO.
           MOVE WRK-FONE-PACOTE TO CONTATOS-FONE.
           MOVE ZEROS TO CONTATOS-SEQ.
           START CONTATOS KEY IS NOT LESS CONTATOS-CHAVE
               INVALID KEY
                   MOVE 23 TO CONTATOS-STATUS
           END-START.
           PERFORM 4060-PROXIMA-SEQ
               UNTIL CONTATOS-STATUS NOT = 0.
           MOVE ZERO TO CONTATOS-STATUS.

       4060-PROXIMA-SEQ.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 10 TO CONTATOS-STATUS
           END-READ.
           IF CONTATOS-STATUS = 0
               IF CONTATOS-FONE = WRK-FONE-PACOTE
                   MOVE CONTATOS-SEQ TO WRK-SEQ-NOVO
               ELSE
                   MOVE 10 TO CONTATOS-STATUS
               END-IF
           END-IF.

       4070-ACHAR-SEQ-PENDENCIA.
           MOVE ZERO TO WRK-ACP-SEQ-NOVO.
           MOVE ZEROS TO ACP-CHAVE.
           START ACOMPANHA KEY IS NOT LESS ACP-CHAVE
               INVALID KEY
                   MOVE 23 TO ACOMPANHA-STATUS
           END-START.
           PERFORM 4080-CONFERIR-SEQ
               UNTIL ACOMPANHA-STATUS NOT = 0.
           MOVE ZERO TO ACOMPANHA-STATUS.

       4080-CONFERIR-SEQ.
           READ ACOMPANHA NEXT RECORD
               AT END
                   MOVE 10 TO ACOMPANHA-STATUS
           END-READ.
           IF ACOMPANHA-STATUS = 0
               IF ACP-FONE = WRK-FONE-PACOTE
                   AND ACP-SEQ > WRK-ACP-SEQ-NOVO
                   MOVE ACP-SEQ TO WRK-ACP-SEQ-NOVO
               END-IF
           END-IF.

       4100-CARREGAR-DETALHE.
           EVALUATE TRUE
               WHEN PCT-E-CLIENTE
                   PERFORM 4200-GRAVAR-CLIENTE
               WHEN PCT-E-CONTATO
                   PERFORM 4300-GRAVAR-CONTATO
               WHEN PCT-E-PENDENCIA
                   PERFORM 4400-GRAVAR-PENDENCIA
           END-EVALUATE.
           IF WRK-CLIENTE-GRAVADO = 'S'
               READ PACOTE
                   AT END
                       MOVE 10 TO PACOTE-STATUS
               END-READ
           ELSE
               MOVE 10 TO PACOTE-STATUS
           END-IF.

      *    No retorno o cadastro inativo desta filial e regravado com
      *    a imagem do pacote, que vem ativa da filial de origem
       4200-GRAVAR-CLIENTE.
           MOVE PCT-IMAGEM TO CLIENTES-REG.
           IF WRK-RETORNO = 'S'
               REWRITE CLIENTES-REG
                   INVALID KEY
                       MOVE 23 TO CLIENTES-STATUS
               END-REWRITE
           ELSE
               WRITE CLIENTES-REG
                   INVALID KEY
                       MOVE 22 TO CLIENTES-STATUS
               END-WRITE
           END-IF.
           MOVE 'CADASTRO' TO DET-TIPO.
           MOVE ZERO TO DET-SEQ.
           MOVE CLIENTES-DATA-CADASTRO TO DET-DATA.
           IF CLIENTES-STATUS = 0
               MOVE 'S' TO WRK-CLIENTE-GRAVADO
               MOVE CLIENTES-NOME TO DET-NOTA
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'ERRO AO GRAVAR EM CLIENTES.DAT' TO DET-NOTA
               MOVE ZERO TO CLIENTES-STATUS
           END-IF.
           WRITE LST-REG FROM LIN-DETALHE.

      *    No retorno, o contato ate a saida e o que esta filial ja
      *    tinha (o CRUD0036 so copia): fica o registro daqui
       4300-GRAVAR-CONTATO.
           MOVE PCT-IMAGEM TO CONTATOS-REG.
           IF WRK-RETORNO = 'S'
               AND (CONTATOS-DATA < WRK-DATA-SAIDA
                    OR (CONTATOS-DATA = WRK-DATA-SAIDA
                        AND CONTATOS-HORA NOT > WRK-HORA-SAIDA))
               PERFORM 4350-CONTATO-EXISTENTE
           ELSE
               PERFORM 4310-INCLUIR-CONTATO
           END-IF.

       4310-INCLUIR-CONTATO.
           MOVE WRK-FONE-PACOTE TO CONTATOS-FONE.
           ADD 1 TO WRK-SEQ-NOVO.
           MOVE WRK-SEQ-NOVO TO CONTATOS-SEQ.
           WRITE CONTATOS-REG
               INVALID KEY
                   MOVE 22 TO CONTATOS-STATUS
           END-WRITE.
           MOVE 'CONTATO' TO DET-TIPO.
           MOVE CONTATOS-SEQ TO DET-SEQ.
           MOVE CONTATOS-DATA TO DET-DATA.
           IF CONTATOS-STATUS = 0
               ADD 1 TO WRK-TOTAL-CONTATOS
               MOVE CONTATOS-NOTA TO DET-NOTA
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'ERRO AO GRAVAR EM CONTATOS.DAT' TO DET-NOTA
               MOVE ZERO TO CONTATOS-STATUS
           END-IF.
           WRITE LST-REG FROM LIN-DETALHE.

       4350-CONTATO-EXISTENTE.
           ADD 1 TO WRK-TOTAL-JA-EXISTENTES.
           MOVE 'CONTATO' TO DET-TIPO.
           MOVE ZERO TO DET-SEQ.
           MOVE CONTATOS-DATA TO DET-DATA.
           MOVE 'JA EXISTENTE NESTA FILIAL - NAO CARREGADO'
               TO DET-NOTA.
           WRITE LST-REG FROM LIN-DETALHE.

       4400-GRAVAR-PENDENCIA.
           MOVE PCT-IMAGEM TO ACOMPANHA-REG.
           MOVE WRK-FONE-PACOTE TO ACP-FONE.
           ADD 1 TO WRK-ACP-SEQ-NOVO.
           MOVE WRK-ACP-SEQ-NOVO TO ACP-SEQ.
           WRITE ACOMPANHA-REG
               INVALID KEY
                   MOVE 22 TO ACOMPANHA-STATUS
           END-WRITE.
           MOVE 'PENDENCIA' TO DET-TIPO.
           MOVE ACP-SEQ TO DET-SEQ.
           MOVE ACP-DATA-LIMITE TO DET-DATA.
           IF ACOMPANHA-STATUS = 0
               ADD 1 TO WRK-TOTAL-PENDENCIAS
               MOVE ACP-NOTA TO DET-NOTA
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'ERRO AO GRAVAR EM ACOMPANHA.DAT' TO DET-NOTA
               MOVE ZERO TO ACOMPANHA-STATUS
           END-IF.
           WRITE LST-REG FROM LIN-DETALHE.

      *    A entrada vai para o log como inclusao: o delta diario
      *    (CRUD0011) leva o cliente para a matriz como desta filial
       4500-GRAVAR-LOG.
           MOVE WRK-FONE-PACOTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.
           MOVE ZERO TO CLIENTES-STATUS.
           OPEN EXTEND CLIENTES-LOG
               IF LOG-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES-LOG
                   CLOSE CLIENTES-LOG
                   OPEN EXTEND CLIENTES-LOG
               END-IF
           MOVE 'I' TO LOG-OPERACAO.
           MOVE WRK-FONE-PACOTE TO LOG-FONE.
           MOVE SPACES TO LOG-NOME-ANTES.
           MOVE SPACES TO LOG-EMAIL-ANTES.
           MOVE CLIENTES-NOME TO LOG-NOME-DEPOIS.
           MOVE CLIENTES-EMAIL TO LOG-EMAIL-DEPOIS.
           MOVE ZEROS TO LOG-FONE-NOVO.
           MOVE LNK-OPERADOR TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 4550-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.
           CLOSE CLIENTES-LOG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       4550-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0037' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

      *    Fone recebido antes (entrou, saiu e volta): fica valendo a
      *    transferencia mais recente
       4600-REGISTRAR-ENTRADA.
           OPEN I-O TRANSFERENCIAS
               IF TRANSF-STATUS = 35 THEN
                   OPEN OUTPUT TRANSFERENCIAS
                   CLOSE TRANSFERENCIAS
                   OPEN I-O TRANSFERENCIAS
               END-IF
           IF TRANSF-STATUS = 0
               MOVE WRK-FONE-PACOTE TO TRF-FONE
               MOVE 'E' TO TRF-SENTIDO
               MOVE WRK-FILIAL-ORIGEM TO TRF-FILIAL
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
               CLOSE TRANSFERENCIAS
           END-IF.
           IF TRANSF-STATUS NOT = 0
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'TRANSFERENCIAS.DAT' TO CPO-ROTULO
               MOVE 'ERRO AO REGISTRAR A ENTRADA' TO CPO-VALOR
               WRITE LST-REG FROM LIN-CAMPO
           END-IF.

      ******************************************************************
      *Base consolidada: a filial de destino passa a ter o cliente e a
      *de origem fica marcada como transferida (T). Origem que ainda
      *nao tinha o fone na base ganha o registro ja marcado, para a
      *mudanca ficar registrada.
      ******************************************************************
       4700-ATUALIZAR-MATRIZ.
           OPEN I-O MATRIZ
               IF MATRIZ-STATUS = 35 THEN
                   OPEN OUTPUT MATRIZ
                   CLOSE MATRIZ
                   OPEN I-O MATRIZ
               END-IF
           IF MATRIZ-STATUS = 0
               MOVE WRK-FILIAL-ORIGEM TO MTZ-FILIAL
               MOVE WRK-FONE-PACOTE TO MTZ-FONE
               READ MATRIZ
                   INVALID KEY
                       MOVE 23 TO MATRIZ-STATUS
               END-READ
               IF MATRIZ-STATUS = 0
                   MOVE 'T' TO MTZ-SITUACAO
                   MOVE WRK-DATA-SISTEMA TO MTZ-DATA-MOVTO
                   REWRITE MATRIZ-CLIENTES-REG
                       INVALID KEY
                           MOVE 23 TO MATRIZ-STATUS
                   END-REWRITE
               ELSE
                   MOVE WRK-FILIAL-ORIGEM TO MTZ-FILIAL
                   MOVE WRK-FONE-PACOTE TO MTZ-FONE
                   PERFORM 4750-MONTAR-IMAGEM-MATRIZ
                   MOVE 'T' TO MTZ-SITUACAO
                   WRITE MATRIZ-CLIENTES-REG
                       INVALID KEY
                           MOVE 22 TO MATRIZ-STATUS
                   END-WRITE
               END-IF
               PERFORM 4780-TESTAR-MATRIZ

               MOVE WRK-FILIAL TO MTZ-FILIAL
               MOVE WRK-FONE-PACOTE TO MTZ-FONE
               READ MATRIZ
                   INVALID KEY
                       MOVE 23 TO MATRIZ-STATUS
               END-READ
               IF MATRIZ-STATUS = 0
                   PERFORM 4750-MONTAR-IMAGEM-MATRIZ
                   REWRITE MATRIZ-CLIENTES-REG
                       INVALID KEY
                           MOVE 23 TO MATRIZ-STATUS
                   END-REWRITE
               ELSE
                   MOVE WRK-FILIAL TO MTZ-FILIAL
                   MOVE WRK-FONE-PACOTE TO MTZ-FONE
                   PERFORM 4750-MONTAR-IMAGEM-MATRIZ
                   WRITE MATRIZ-CLIENTES-REG
                       INVALID KEY
                           MOVE 22 TO MATRIZ-STATUS
                   END-WRITE
               END-IF
               PERFORM 4780-TESTAR-MATRIZ
               CLOSE MATRIZ
           ELSE
               PERFORM 4780-TESTAR-MATRIZ
           END-IF.

       4750-MONTAR-IMAGEM-MATRIZ.
           MOVE CLIENTES-NOME TO MTZ-NOME.
           MOVE CLIENTES-EMAIL TO MTZ-EMAIL.
           MOVE CLIENTES-SITUACAO TO MTZ-SITUACAO.
           MOVE CLIENTES-ENDERECO TO MTZ-ENDERECO.
           MOVE CLIENTES-DOCUMENTO TO MTZ-DOCUMENTO.
           MOVE CLIENTES-DATA-CADASTRO TO MTZ-DATA-CADASTRO.
           MOVE WRK-DATA-SISTEMA TO MTZ-DATA-MOVTO.

       4780-TESTAR-MATRIZ.
           IF MATRIZ-STATUS NOT = 0
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'MATRIZ-CLIENTES.DAT' TO CPO-ROTULO
               MOVE 'ERRO AO REGISTRAR A MUDANCA DE FILIAL' TO CPO-VALOR
               WRITE LST-REG FROM LIN-CAMPO
               MOVE ZERO TO MATRIZ-STATUS
           END-IF.

       4900-ABRIR-RECIBO.
           MOVE SPACES TO WRK-ARQ-RECIBO.
           STRING
               'TRANSF-RECEB-'          DELIMITED BY SIZE
               WRK-FONE-PACOTE          DELIMITED BY SIZE
               '-'                      DELIMITED BY SIZE
               WRK-DATA-SISTEMA         DELIMITED BY SIZE
               '.LST'                   DELIMITED BY SIZE
               INTO WRK-ARQ-RECIBO
           END-STRING.
           OPEN OUTPUT LST-RECIBO.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'FONE ...............:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE WRK-FONE-PACOTE TO CPO-VALOR(1:9).
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'NOME ...............:' TO CPO-ROTULO.
           MOVE WRK-NOME-PACOTE TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'FILIAL DE ORIGEM ...:' TO CPO-ROTULO.
           MOVE WRK-FILIAL-ORIGEM TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'FILIAL DE DESTINO ..:' TO CPO-ROTULO.
           MOVE WRK-FILIAL-DESTINO TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'GERADO EM ..........:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE WRK-DATA-GERACAO TO CPO-VALOR(1:8).
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'ENVIADO POR ........:' TO CPO-ROTULO.
           MOVE WRK-OPER-ORIGEM TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'RECEBIDO POR .......:' TO CPO-ROTULO.
           MOVE LNK-OPERADOR TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'PACOTE .............:' TO CPO-ROTULO.
           MOVE WRK-ARQ-PACOTE TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           IF WRK-RETORNO = 'S'
               MOVE 'RETORNO ............:' TO CPO-ROTULO
               MOVE SPACES TO CPO-VALOR
               MOVE 'CLIENTE QUE SAIU DESTA FILIAL EM' TO CPO-VALOR
               MOVE WRK-DATA-SAIDA TO CPO-VALOR(34:8)
               MOVE 'CADASTRO REATIVADO' TO CPO-VALOR(43:18)
               WRITE LST-REG FROM LIN-CAMPO
           END-IF.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'REGISTROS CARREGADOS' TO LST-REG.
           WRITE LST-REG.

       4950-FECHAR-RECIBO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'CONTATOS NO PACOTE .........:' TO CTL-DESCRICAO.
           MOVE WRK-TRL-CONTATOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONTATOS CARREGADOS ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CONTATOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONTATOS JA EXISTENTES .....:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-JA-EXISTENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'PENDENCIAS NO PACOTE .......:' TO CTL-DESCRICAO.
           MOVE WRK-TRL-PENDENCIAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'PENDENCIAS CARREGADAS ......:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-PENDENCIAS TO CTL-VALOR.
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
           CLOSE LST-RECIBO.

      *    Pacote recusado tambem gera recibo, com o motivo, para
      *    devolver a filial de origem
       5000-RECUSAR.
           PERFORM 4900-ABRIR-RECIBO.
           MOVE 'PACOTE RECUSADO - NADA FOI CARREGADO' TO LST-REG.
           WRITE LST-REG.
           MOVE SPACES TO RES-TEXTO.
           STRING
               'RECUSADO: '             DELIMITED BY SIZE
               WRK-MOTIVO-REJEICAO      DELIMITED BY SIZE
               INTO RES-TEXTO
           END-STRING.
           PERFORM 4950-FECHAR-RECIBO.
           DISPLAY 'RECIBO EM:' AT 1920.
           DISPLAY WRK-ARQ-RECIBO AT 1931.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0037' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
