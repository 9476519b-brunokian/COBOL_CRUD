      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Anonimizacao de cliente a pedido do titular (direito
      *          de eliminacao da LGPD), opcao L do CRUD0001, restrita
      *          a supervisor. Dado um fone, segue FONE-XREF.DAT para
      *          todos os numeros antigos e novos do cliente e troca
      *          por um valor fixo os dados pessoais em CLIENTES.DAT,
      *          CLIENTES-HIST.DAT, nas notas de CONTATOS.DAT e
      *          ACOMPANHA.DAT e nos nomes e e-mails de antes/depois
      *          do log vivo e de toda geracao CLIENTES-LOG-G-*
      *          catalogada em GERACOES-LOG.DAT, alem do e-mail ou
      *          endereco guardado nas marcas de NAO-ENTREGAVEL.DAT
      *          e da imagem dos lancamentos no indice do log por fone
      *          (LOG-INDICE.DAT). Na cadeia de conferencia do log
      *          (LOG-CADEIA.DAT) o lancamento regravado ganha o valor
      *          do conteudo anonimizado, sem quebrar a ligacao com o
      *          lancamento seguinte.
      *          Numero antigo do cliente (que aponta para outro na
      *          referencia cruzada) so e tratado nos registros datados
      *          ate a troca, para nao atingir um titular posterior do
      *          mesmo numero; fone ou geracao alem dos limites das
      *          tabelas sai no certificado como nao tratado. Fone
      *          pedido que foi reatribuido (cadastro posterior a
      *          referencia cruzada) nao leva aos numeros do titular
      *          anterior: so o titular atual e anonimizado e o elo
      *          nao seguido sai no certificado.
      *          O consentimento de marketing (CONSENTIMENTO.DAT) de
      *          cada canal passa a recusado, para nenhuma campanha,
      *          exportacao ou etiqueta voltar a procurar o titular.
      *          Datas, codigos de operacao e quantidades ficam
      *          intactos. Emite o certificado de anonimizacao
      *          (CERT-LGPD-<FONE>-<AAAAMMDD>.LST) com cada arquivo e
      *          registro alterado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0024.
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

           SELECT CLIENTES-HIST ASSIGN TO 'CLIENTES-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS HIST-STATUS
           RECORD KEY IS HIST-CHAVE.

           SELECT FONE-XREF ASSIGN TO 'FONE-XREF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS XREF-STATUS
           RECORD KEY IS XRF-CHAVE.

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

           SELECT NAO-ENTREGAVEL ASSIGN TO 'NAO-ENTREGAVEL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS NAOENT-STATUS
           RECORD KEY IS NEN-CHAVE.

           SELECT CONSENTIMENTO ASSIGN TO 'CONSENTIMENTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CONSENT-STATUS
           RECORD KEY IS CNS-CHAVE.

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

           SELECT LOG-CADEIA ASSIGN TO 'LOG-CADEIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CADEIA-STATUS
           RECORD KEY IS CAD-CHAVE.

           SELECT LST-CERTIFICADO ASSIGN TO WRK-ARQ-CERT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD CLIENTES-HIST.
           COPY CLIHIST.

       FD FONE-XREF.
           COPY XREREG.

       FD CONTATOS.
           COPY CTTREG.

       FD ACOMPANHA.
           COPY ACPREG.

       FD NAO-ENTREGAVEL.
           COPY NENREG.

       FD CONSENTIMENTO.
           COPY CNSREG.

       FD CLIENTES-LOG.
           COPY CLILOG.

       FD LOG-INDICE.
           COPY LIXREG.

       FD CATALOGO.
           COPY GERREG.

       FD LOG-CADEIA.
           COPY CADREG.

       FD LST-CERTIFICADO.
       01 LST-REG PIC X(100).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 HIST-STATUS PIC 9(2).
       77 XREF-STATUS PIC 9(2).
       77 CONTATOS-STATUS PIC 9(2).
       77 ACOMPANHA-STATUS PIC 9(2).
       77 NAOENT-STATUS PIC 9(2).
       77 CONSENT-STATUS PIC 9(2).
       77 LOG-STATUS PIC 9(2).
       77 CATALOGO-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 INDICE-STATUS PIC 9(2).
       77 WRK-INDICE-OK PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-INDICE PIC 9(07) VALUE ZERO.
       77 CADEIA-STATUS PIC 9(2).
       77 WRK-CADEIA-OK PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-CADEIA PIC 9(07) VALUE ZERO.
       77 WRK-LANC-ANTES PIC X(183).
       77 WRK-ARQ-DETALHE PIC X(32).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO ANONIMIZACAO LGPD'.
       77 WRK-TECLA PIC X(1).
       77 WRK-ANONIMO PIC X(11) VALUE 'ANONIMIZADO'.
       77 WRK-ARQ-LOG PIC X(32).
       77 WRK-ARQ-CERT PIC X(40).
       77 WRK-HIST-OK PIC X(01) VALUE 'N'.
       77 WRK-XREF-OK PIC X(01) VALUE 'N'.
       77 WRK-CONTATOS-OK PIC X(01) VALUE 'N'.
       77 WRK-ACOMPANHA-OK PIC X(01) VALUE 'N'.
       77 WRK-NAOENT-OK PIC X(01) VALUE 'N'.
       77 WRK-CONSENT-OK PIC X(01) VALUE 'N'.
       77 WRK-FONE-PEDIDO PIC 9(09).
       77 WRK-FONE-XREF PIC 9(09).
       77 WRK-XREF-SEGUE PIC X(01).
       77 WRK-XREF-SALTOS PIC 9(02).
       77 WRK-FONES-QTD PIC 9(02) VALUE ZERO.
       77 WRK-IDX-FONE PIC 9(02).
       77 WRK-FONE-NA-LISTA PIC X(01).
       77 WRK-FONE-TESTE PIC 9(09).
       77 WRK-DATA-TESTE PIC 9(08).
       77 WRK-FONES-FORA-QTD PIC 9(02) VALUE ZERO.
       77 WRK-IDX-FORA PIC 9(02).
       77 WRK-FONE-JA-FORA PIC X(01).
       77 WRK-TOTAL-FONES-FORA PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-GER-FORA PIC 9(05) VALUE ZERO.
       77 WRK-NUM-GERACAO PIC 9(05).
       77 WRK-CADASTRO-PEDIDO PIC 9(08) VALUE ZERO.
       77 WRK-PEDIDO-DESDE PIC 9(08) VALUE ZERO.
       77 WRK-ELOS-QTD PIC 9(02) VALUE ZERO.
       77 WRK-IDX-ELO PIC 9(02).
       77 WRK-ELO-JA-GUARDADO PIC X(01).
       77 WRK-TOTAL-ELOS-PULADOS PIC 9(05) VALUE ZERO.
       77 WRK-MUDOU PIC X(01).
       77 WRK-PASSADAS PIC 9(01).
       77 WRK-GER-QTD PIC 9(02) VALUE ZERO.
       77 WRK-ARQ-IDX PIC 9(02).
       77 WRK-NUM-REG PIC 9(07).
       77 WRK-LINHA-TELA PIC 9(02).
       77 WRK-COLUNA-TELA PIC 9(02).
       77 WRK-FONE-VIVO PIC 9(09) VALUE ZERO.
       77 WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-HIST PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-CONTATOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-PENDENCIAS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-NAO-ENTREGA PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-CONSENT PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-LANCAMENTOS PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-ARQ-AUSENTES PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(05) VALUE ZERO.
       77 WRK-MANUT-LIVRE PIC X(01).

      *    Limite: data da troca que tirou o numero do cliente; o
      *    fone pedido e o numero atual nao tem limite (99999999)
       01 WRK-FONES-CLIENTE.
           05 WRK-FONE-ENTRADA OCCURS 20.
               10 WRK-FONE-BUSCA PIC 9(09).
               10 WRK-FONE-LIMITE PIC 9(08).

       01 WRK-FONES-NAO-ABRANGIDOS.
           05 WRK-FONE-FORA OCCURS 20 PIC 9(09).

      *    Referencias cruzadas do titular anterior do fone pedido
       01 WRK-ELOS-PULADOS.
           05 WRK-ELO OCCURS 10.
               10 WRK-ELO-ANTIGO PIC 9(09).
               10 WRK-ELO-NOVO PIC 9(09).
               10 WRK-ELO-DATA PIC 9(08).

       01 WRK-ARQS-LOG.
           05 WRK-ARQ-BUSCA OCCURS 60 PIC X(32).

       01 WRK-CORTES-LOG.
           05 WRK-CORTE-BUSCA OCCURS 60 PIC 9(08).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'CERTIFICADO DE ANONIMIZACAO - LGPD '.
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
           05 DET-ARQUIVO PIC X(32).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-REGISTRO PIC X(60).

       01 WRK-REG-CHAVE.
           05 FILLER PIC X(05) VALUE 'FONE '.
           05 RCH-FONE PIC 9(09).
           05 FILLER PIC X(05) VALUE ' SEQ '.
           05 RCH-SEQ PIC 9(04).
           05 FILLER PIC X(07) VALUE ' PRAZO '.
           05 RCH-DATA PIC 9(08).

       01 WRK-REG-LOG.
           05 FILLER PIC X(04) VALUE 'REG '.
           05 RLG-NUM PIC 9(07).
           05 FILLER PIC X(06) VALUE ' FONE '.
           05 RLG-FONE PIC 9(09).
           05 FILLER PIC X(04) VALUE ' OP '.
           05 RLG-OPERACAO PIC X(01).
           05 FILLER PIC X(06) VALUE ' DATA '.
           05 RLG-DATA PIC 9(08).

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZZZ9.

       01 LIN-RESULTADO.
           05 FILLER PIC X(12) VALUE 'RESULTADO: '.
           05 RES-TEXTO PIC X(60).

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

           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY TELA
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO' AT 1620
               ACCEPT WRK-TECLA AT 2010
           ELSE
      *        Arquivo morto, referencia cruzada, contatos e
      *        pendencias sao opcionais: so entram os que existirem
               OPEN I-O CLIENTES-HIST
               IF HIST-STATUS = 0
                   MOVE 'S' TO WRK-HIST-OK
               END-IF
               OPEN INPUT FONE-XREF
               IF XREF-STATUS = 0
                   MOVE 'S' TO WRK-XREF-OK
               END-IF
               OPEN I-O CONTATOS
               IF CONTATOS-STATUS = 0
                   MOVE 'S' TO WRK-CONTATOS-OK
               END-IF
               OPEN I-O ACOMPANHA
               IF ACOMPANHA-STATUS = 0
                   MOVE 'S' TO WRK-ACOMPANHA-OK
               END-IF
               OPEN I-O NAO-ENTREGAVEL
               IF NAOENT-STATUS = 0
                   MOVE 'S' TO WRK-NAOENT-OK
               END-IF
               OPEN I-O CONSENTIMENTO
               IF CONSENT-STATUS = 0
                   MOVE 'S' TO WRK-CONSENT-OK
               END-IF
               OPEN I-O LOG-INDICE
               IF INDICE-STATUS = 0
                   MOVE 'S' TO WRK-INDICE-OK
               END-IF
               PERFORM 1300-CARREGAR-GERACOES
           END-IF.

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
           MOVE 99999999 TO WRK-CORTE-BUSCA(WRK-GER-QTD).

      *    Geracao alem da tabela fica de fora e e listada pelo nome
      *    no certificado (4560)
       1350-GUARDAR-GERACAO.
           IF WRK-GER-QTD < 59
               ADD 1 TO WRK-GER-QTD
               MOVE GER-ARQUIVO TO WRK-ARQ-BUSCA(WRK-GER-QTD)
               MOVE GER-DATA-CORTE TO WRK-CORTE-BUSCA(WRK-GER-QTD)
           ELSE
               ADD 1 TO WRK-TOTAL-GER-FORA
           END-IF.
           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

       2000-PROCESSAR.
           DISPLAY TELA.
           DISPLAY 'FONE .......:' AT 0915.
           ACCEPT WRK-FONE-PEDIDO AT 0929.

           IF WRK-FONE-PEDIDO = ZERO
               DISPLAY 'FONE OBRIGATORIO - NADA FOI FEITO' AT 1620
           ELSE
               PERFORM 2100-MONTAR-FONES
               PERFORM 2500-MOSTRAR-FONES
               IF WRK-TOTAL-FONES-FORA NOT = ZERO
                   DISPLAY 'ATENCAO: HA FONES ALEM DO LIMITE DE 20'
                       AT 1515
               END-IF
               IF WRK-TOTAL-ELOS-PULADOS NOT = ZERO
                   DISPLAY 'FONE REATRIBUIDO' AT 1557
               END-IF
               DISPLAY 'A ANONIMIZACAO NAO PODE SER DESFEITA' AT 1620
               DISPLAY 'CONFIRMA (S/N) ?' AT 1720
               ACCEPT WRK-TECLA AT 1737
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                   PERFORM 9000-VERIFICAR-MANUTENCAO
                   IF WRK-MANUT-LIVRE = 'S'
                       PERFORM 4000-ANONIMIZAR
                       DISPLAY
                           'ANONIMIZACAO CONCLUIDA - CERTIFICADO EM:'
                           AT 1820
                       DISPLAY WRK-ARQ-CERT AT 1920
                   END-IF
               ELSE
                   DISPLAY 'ANONIMIZACAO CANCELADA' AT 1820
               END-IF
           END-IF.

           ACCEPT WRK-TECLA AT 2010.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           IF WRK-HIST-OK = 'S'
               CLOSE CLIENTES-HIST
           END-IF.
           IF WRK-XREF-OK = 'S'
               CLOSE FONE-XREF
           END-IF.
           IF WRK-CONTATOS-OK = 'S'
               CLOSE CONTATOS
           END-IF.
           IF WRK-ACOMPANHA-OK = 'S'
               CLOSE ACOMPANHA
           END-IF.
           IF WRK-NAOENT-OK = 'S'
               CLOSE NAO-ENTREGAVEL
           END-IF.
           IF WRK-CONSENT-OK = 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-INDICE-OK = 'S'
               CLOSE LOG-INDICE
           END-IF.

      ******************************************************************
      *Todos os numeros do cliente: segue a referencia cruzada para
      *frente (antigo -> novo) e fecha para tras (numeros antigos que
      *apontam para alguem da lista), como na ficha do CRUD0022. O
      *numero que aponta para outro deixou de ser do cliente na data
      *da troca: fica com essa data como limite. Referencia cruzada
      *do fone pedido anterior ao cadastro do titular atual e de quem
      *tinha o numero antes: nao e seguida.
      ******************************************************************
       2100-MONTAR-FONES.
           MOVE 1 TO WRK-FONES-QTD.
           MOVE WRK-FONE-PEDIDO TO WRK-FONE-BUSCA(1).
           MOVE 99999999 TO WRK-FONE-LIMITE(1).
           MOVE ZERO TO WRK-DATA-TESTE.
           MOVE ZERO TO WRK-FONES-FORA-QTD.
           MOVE ZERO TO WRK-TOTAL-FONES-FORA.
           MOVE ZERO TO WRK-ELOS-QTD.
           MOVE ZERO TO WRK-TOTAL-ELOS-PULADOS.
           MOVE ZERO TO WRK-PEDIDO-DESDE.
           PERFORM 2150-LER-CADASTRO-PEDIDO.

           IF WRK-XREF-OK = 'S'
               MOVE WRK-FONE-PEDIDO TO WRK-FONE-XREF
               MOVE 'S' TO WRK-XREF-SEGUE
               MOVE ZERO TO WRK-XREF-SALTOS
               PERFORM 2200-SEGUIR-XREF
                   UNTIL WRK-XREF-SEGUE NOT = 'S'
                   OR WRK-XREF-SALTOS > 9
               MOVE 'S' TO WRK-MUDOU
               PERFORM 2300-FECHAR-PARA-TRAS
                   VARYING WRK-PASSADAS FROM 1 BY 1
                   UNTIL WRK-PASSADAS > 5 OR WRK-MUDOU NOT = 'S'
           END-IF.

      *    Data de cadastro do titular atual do fone pedido (cadastro
      *    ou arquivo morto); sem registro nenhum, fica zero e todas
      *    as referencias cruzadas sao seguidas
       2150-LER-CADASTRO-PEDIDO.
           MOVE ZERO TO WRK-CADASTRO-PEDIDO.
           MOVE WRK-FONE-PEDIDO TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.
           IF CLIENTES-STATUS = 0
               MOVE CLIENTES-DATA-CADASTRO TO WRK-CADASTRO-PEDIDO
           ELSE
               IF WRK-HIST-OK = 'S'
                   MOVE WRK-FONE-PEDIDO TO HIST-FONE
                   READ CLIENTES-HIST
                       INVALID KEY
                           MOVE 23 TO HIST-STATUS
                   END-READ
                   IF HIST-STATUS = 0
                       MOVE HIST-DATA-CADASTRO TO WRK-CADASTRO-PEDIDO
                   END-IF
                   MOVE ZERO TO HIST-STATUS
               END-IF
           END-IF.
           MOVE ZERO TO CLIENTES-STATUS.

       2200-SEGUIR-XREF.
           MOVE WRK-FONE-XREF TO XRF-FONE-ANTIGO.
           READ FONE-XREF
               INVALID KEY
                   MOVE 23 TO XREF-STATUS
           END-READ.
      *    Troca anterior ao cadastro do titular atual: o fone pedido
      *    foi de outro cliente ate essa data e o numero novo e dele
           IF XREF-STATUS = 0
               AND WRK-FONES-QTD = 1
               AND XRF-DATA < WRK-CADASTRO-PEDIDO
               PERFORM 2390-GUARDAR-ELO
               MOVE 23 TO XREF-STATUS
           END-IF.
           IF XREF-STATUS = 0
               ADD 1 TO WRK-XREF-SALTOS
               IF WRK-FONES-QTD > 1
                   MOVE XRF-DATA TO WRK-FONE-LIMITE(WRK-FONES-QTD)
               END-IF
               MOVE XRF-FONE-NOVO TO WRK-FONE-TESTE
               PERFORM 2400-FONE-NA-LISTA
               IF WRK-FONE-NA-LISTA = 'S'
                   MOVE 'N' TO WRK-XREF-SEGUE
               ELSE
                   IF WRK-FONES-QTD < 20
                       ADD 1 TO WRK-FONES-QTD
                       MOVE XRF-FONE-NOVO
                           TO WRK-FONE-BUSCA(WRK-FONES-QTD)
                       MOVE 99999999 TO WRK-FONE-LIMITE(WRK-FONES-QTD)
                       MOVE XRF-FONE-NOVO TO WRK-FONE-XREF
                   ELSE
                       PERFORM 2370-GUARDAR-FORA
                       MOVE 'N' TO WRK-XREF-SEGUE
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WRK-XREF-SEGUE
           END-IF.

       2300-FECHAR-PARA-TRAS.
           MOVE 'N' TO WRK-MUDOU.
           MOVE ZEROS TO XRF-FONE-ANTIGO.
           START FONE-XREF KEY IS NOT LESS XRF-CHAVE
               INVALID KEY
                   MOVE 23 TO XREF-STATUS
           END-START.
           PERFORM 2350-TESTAR-APONTAMENTO
               UNTIL XREF-STATUS NOT = 0.

       2350-TESTAR-APONTAMENTO.
           READ FONE-XREF NEXT RECORD
               AT END
                   MOVE 10 TO XREF-STATUS
           END-READ.
           IF XREF-STATUS = 0
               IF XRF-FONE-NOVO = WRK-FONE-PEDIDO
                   AND XRF-DATA < WRK-CADASTRO-PEDIDO
                   PERFORM 2390-GUARDAR-ELO
               ELSE
                   PERFORM 2360-TESTAR-FONE-ANTIGO
               END-IF
           END-IF.

       2360-TESTAR-FONE-ANTIGO.
           MOVE XRF-FONE-NOVO TO WRK-FONE-TESTE
           PERFORM 2400-FONE-NA-LISTA
           IF WRK-FONE-NA-LISTA = 'S'
               MOVE XRF-FONE-ANTIGO TO WRK-FONE-TESTE
               PERFORM 2400-FONE-NA-LISTA
               IF WRK-FONE-NA-LISTA NOT = 'S'
                   IF WRK-FONES-QTD < 20
                       ADD 1 TO WRK-FONES-QTD
                       MOVE XRF-FONE-ANTIGO
                           TO WRK-FONE-BUSCA(WRK-FONES-QTD)
                       MOVE XRF-DATA
                           TO WRK-FONE-LIMITE(WRK-FONES-QTD)
                       MOVE 'S' TO WRK-MUDOU
                   ELSE
                       PERFORM 2370-GUARDAR-FORA
                   END-IF
               END-IF
           END-IF.

      *    Fone do cliente que nao coube na lista: cada passada da
      *    referencia cruzada o encontra de novo, entao so e contado
      *    na primeira vez
       2370-GUARDAR-FORA.
           MOVE 'N' TO WRK-FONE-JA-FORA.
           PERFORM 2380-COMPARAR-FORA
               VARYING WRK-IDX-FORA FROM 1 BY 1
               UNTIL WRK-IDX-FORA > WRK-FONES-FORA-QTD
               OR WRK-FONE-JA-FORA = 'S'.
           IF WRK-FONE-JA-FORA NOT = 'S'
               ADD 1 TO WRK-TOTAL-FONES-FORA
               IF WRK-FONES-FORA-QTD < 20
                   ADD 1 TO WRK-FONES-FORA-QTD
                   MOVE WRK-FONE-TESTE
                       TO WRK-FONE-FORA(WRK-FONES-FORA-QTD)
               END-IF
           END-IF.

       2380-COMPARAR-FORA.
           IF WRK-FONE-TESTE = WRK-FONE-FORA(WRK-IDX-FORA)
               MOVE 'S' TO WRK-FONE-JA-FORA
           END-IF.

      *    Referencia cruzada do titular anterior do fone pedido: nao
      *    e seguida e vai para o certificado; cada passada a encontra
      *    de novo, entao so e contada na primeira vez. O log do fone
      *    pedido passa a valer so a partir do cadastro atual.
       2390-GUARDAR-ELO.
           MOVE WRK-CADASTRO-PEDIDO TO WRK-PEDIDO-DESDE.
           MOVE 'N' TO WRK-ELO-JA-GUARDADO.
           PERFORM 2395-COMPARAR-ELO
               VARYING WRK-IDX-ELO FROM 1 BY 1
               UNTIL WRK-IDX-ELO > WRK-ELOS-QTD
               OR WRK-ELO-JA-GUARDADO = 'S'.
           IF WRK-ELO-JA-GUARDADO NOT = 'S'
               ADD 1 TO WRK-TOTAL-ELOS-PULADOS
               IF WRK-ELOS-QTD < 10
                   ADD 1 TO WRK-ELOS-QTD
                   MOVE XRF-FONE-ANTIGO TO WRK-ELO-ANTIGO(WRK-ELOS-QTD)
                   MOVE XRF-FONE-NOVO TO WRK-ELO-NOVO(WRK-ELOS-QTD)
                   MOVE XRF-DATA TO WRK-ELO-DATA(WRK-ELOS-QTD)
               END-IF
           END-IF.

       2395-COMPARAR-ELO.
           IF XRF-FONE-ANTIGO = WRK-ELO-ANTIGO(WRK-IDX-ELO)
               MOVE 'S' TO WRK-ELO-JA-GUARDADO
           END-IF.

      *    Fone da lista com registro datado ate o limite dele; na
      *    montagem da lista a data de teste e zero (so o fone conta)
       2400-FONE-NA-LISTA.
           MOVE 'N' TO WRK-FONE-NA-LISTA.
           PERFORM 2450-COMPARAR-FONE
               VARYING WRK-IDX-FONE FROM 1 BY 1
               UNTIL WRK-IDX-FONE > WRK-FONES-QTD
               OR WRK-FONE-NA-LISTA = 'S'.

       2450-COMPARAR-FONE.
           IF WRK-FONE-TESTE = WRK-FONE-BUSCA(WRK-IDX-FONE)
               AND WRK-DATA-TESTE NOT > WRK-FONE-LIMITE(WRK-IDX-FONE)
               MOVE 'S' TO WRK-FONE-NA-LISTA
           END-IF.

      *    Lista os numeros que serao anonimizados, cinco por linha,
      *    para o supervisor conferir antes de confirmar
       2500-MOSTRAR-FONES.
           DISPLAY 'FONES DO CLIENTE:' AT 1015.
           MOVE 11 TO WRK-LINHA-TELA.
           MOVE 15 TO WRK-COLUNA-TELA.
           PERFORM 2550-MOSTRAR-UM-FONE
               VARYING WRK-IDX-FONE FROM 1 BY 1
               UNTIL WRK-IDX-FONE > WRK-FONES-QTD.

       2550-MOSTRAR-UM-FONE.
           DISPLAY WRK-FONE-BUSCA(WRK-IDX-FONE)
               AT LINE WRK-LINHA-TELA COLUMN WRK-COLUNA-TELA.
           ADD 11 TO WRK-COLUNA-TELA.
           IF WRK-COLUNA-TELA > 59
               MOVE 15 TO WRK-COLUNA-TELA
               ADD 1 TO WRK-LINHA-TELA
           END-IF.

      ******************************************************************
      *Anonimizacao: cada arquivo e percorrido so nos registros dos
      *fones da lista; todo registro alterado sai no certificado com
      *o arquivo e a sua identificacao (chave ou posicao no log)
      ******************************************************************
       4000-ANONIMIZAR.
           MOVE SPACES TO WRK-ARQ-CERT.
           STRING
               'CERT-LGPD-'             DELIMITED BY SIZE
               WRK-FONE-PEDIDO          DELIMITED BY SIZE
               '-'                      DELIMITED BY SIZE
               WRK-DATA-SISTEMA         DELIMITED BY SIZE
               '.LST'                   DELIMITED BY SIZE
               INTO WRK-ARQ-CERT
           END-STRING.
           OPEN OUTPUT LST-CERTIFICADO.
           PERFORM 4050-IMPRIMIR-CABECALHO.

           MOVE 'CLIENTES.DAT' TO DET-ARQUIVO.
           PERFORM 4100-ANONIMIZAR-CADASTRO
               VARYING WRK-IDX-FONE FROM 1 BY 1
               UNTIL WRK-IDX-FONE > WRK-FONES-QTD.

           IF WRK-HIST-OK = 'S'
               MOVE 'CLIENTES-HIST.DAT' TO DET-ARQUIVO
               PERFORM 4200-ANONIMIZAR-ARQUIVADO
                   VARYING WRK-IDX-FONE FROM 1 BY 1
                   UNTIL WRK-IDX-FONE > WRK-FONES-QTD
           END-IF.

           IF WRK-CONTATOS-OK = 'S'
               MOVE 'CONTATOS.DAT' TO DET-ARQUIVO
               PERFORM 4300-ANONIMIZAR-CONTATOS
                   VARYING WRK-IDX-FONE FROM 1 BY 1
                   UNTIL WRK-IDX-FONE > WRK-FONES-QTD
           END-IF.

           IF WRK-ACOMPANHA-OK = 'S'
               PERFORM 4400-ANONIMIZAR-PENDENCIAS
           END-IF.

           IF WRK-NAOENT-OK = 'S'
               MOVE 'NAO-ENTREGAVEL.DAT' TO DET-ARQUIVO
               PERFORM 4470-ANONIMIZAR-MARCAS
                   VARYING WRK-IDX-FONE FROM 1 BY 1
                   UNTIL WRK-IDX-FONE > WRK-FONES-QTD
           END-IF.

           IF WRK-CONSENT-OK = 'S'
               MOVE 'CONSENTIMENTO.DAT' TO DET-ARQUIVO
               PERFORM 4490-RECUSAR-CONSENTIMENTOS
                   VARYING WRK-IDX-FONE FROM 1 BY 1
                   UNTIL WRK-IDX-FONE > WRK-FONES-QTD
           END-IF.

           OPEN I-O LOG-CADEIA.
           IF CADEIA-STATUS = 0
               MOVE 'S' TO WRK-CADEIA-OK
           END-IF.
           PERFORM 4500-ANONIMIZAR-LOG
               VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX > WRK-GER-QTD.
           IF WRK-TOTAL-GER-FORA NOT = ZERO
               PERFORM 4560-LISTAR-GERACOES-FORA
           END-IF.
           IF WRK-CADEIA-OK = 'S'
               CLOSE LOG-CADEIA
               MOVE 'N' TO WRK-CADEIA-OK
           END-IF.

           IF WRK-INDICE-OK = 'S'
               MOVE 'LOG-INDICE.DAT' TO DET-ARQUIVO
               PERFORM 4800-ANONIMIZAR-INDICE
                   VARYING WRK-IDX-FONE FROM 1 BY 1
                   UNTIL WRK-IDX-FONE > WRK-FONES-QTD
           END-IF.

      *    O lancamento de alteracao leva a imagem anonimizada para a
      *    matriz no proximo delta (CRUD0011)
           IF WRK-FONE-VIVO NOT = ZERO
               PERFORM 4700-LOGAR-ANONIMIZACAO
           END-IF.

           PERFORM 4900-IMPRIMIR-TOTAIS.
           CLOSE LST-CERTIFICADO.

       4050-IMPRIMIR-CABECALHO.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'FONE SOLICITADO ....:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE WRK-FONE-PEDIDO TO CPO-VALOR(1:9).
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'SUPERVISOR .........:' TO CPO-ROTULO.
           MOVE LNK-OPERADOR TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           MOVE 'VALOR SUBSTITUTO ...:' TO CPO-ROTULO.
           MOVE WRK-ANONIMO TO CPO-VALOR.
           WRITE LST-REG FROM LIN-CAMPO.
           PERFORM 4060-IMPRIMIR-FONE
               VARYING WRK-IDX-FONE FROM 1 BY 1
               UNTIL WRK-IDX-FONE > WRK-FONES-QTD.
           PERFORM 4070-IMPRIMIR-FONE-FORA
               VARYING WRK-IDX-FORA FROM 1 BY 1
               UNTIL WRK-IDX-FORA > WRK-FONES-FORA-QTD.
           PERFORM 4080-IMPRIMIR-ELO
               VARYING WRK-IDX-ELO FROM 1 BY 1
               UNTIL WRK-IDX-ELO > WRK-ELOS-QTD.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'REGISTROS ALTERADOS' TO LST-REG.
           WRITE LST-REG.

       4060-IMPRIMIR-FONE.
           MOVE 'FONE ABRANGIDO .....:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO CPO-VALOR(1:9).
           IF WRK-FONE-LIMITE(WRK-IDX-FONE) NOT = 99999999
               MOVE ' - REGISTROS ATE' TO CPO-VALOR(10:16)
               MOVE WRK-FONE-LIMITE(WRK-IDX-FONE) TO CPO-VALOR(27:8)
           END-IF.
           IF WRK-IDX-FONE = 1 AND WRK-PEDIDO-DESDE NOT = ZERO
               MOVE ' - LOG A PARTIR DE' TO CPO-VALOR(10:18)
               MOVE WRK-PEDIDO-DESDE TO CPO-VALOR(29:8)
           END-IF.
           WRITE LST-REG FROM LIN-CAMPO.

       4070-IMPRIMIR-FONE-FORA.
           MOVE 'FONE NAO ABRANGIDO .:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE WRK-FONE-FORA(WRK-IDX-FORA) TO CPO-VALOR(1:9).
           MOVE ' - ALEM DO LIMITE DE 20 FONES' TO CPO-VALOR(10:29).
           WRITE LST-REG FROM LIN-CAMPO.

       4080-IMPRIMIR-ELO.
           MOVE 'ELO NAO SEGUIDO ....:' TO CPO-ROTULO.
           MOVE SPACES TO CPO-VALOR.
           MOVE WRK-ELO-ANTIGO(WRK-IDX-ELO) TO CPO-VALOR(1:9).
           MOVE ' -> ' TO CPO-VALOR(10:4).
           MOVE WRK-ELO-NOVO(WRK-IDX-ELO) TO CPO-VALOR(14:9).
           MOVE ' EM ' TO CPO-VALOR(23:4).
           MOVE WRK-ELO-DATA(WRK-IDX-ELO) TO CPO-VALOR(27:8).
           MOVE ' - FONE REATRIBUIDO' TO CPO-VALOR(35:19).
           WRITE LST-REG FROM LIN-CAMPO.

       4100-ANONIMIZAR-CADASTRO.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.
      *    Cadastro posterior a troca e de outro titular do numero
           IF CLIENTES-STATUS = 0
               AND CLIENTES-DATA-CADASTRO
                   > WRK-FONE-LIMITE(WRK-IDX-FONE)
               MOVE 23 TO CLIENTES-STATUS
           END-IF.
           IF CLIENTES-STATUS = 0
               MOVE WRK-ANONIMO TO CLIENTES-NOME
               MOVE WRK-ANONIMO TO CLIENTES-EMAIL
               MOVE WRK-ANONIMO TO CLIENTES-ENDERECO
      *        Documento em branco, como no cadastro sem documento:
      *        um valor fixo faria todos os anonimizados parecerem
      *        duplicados no CRUD0009
               MOVE SPACES TO CLIENTES-DOCUMENTO
               REWRITE CLIENTES-REG
                   INVALID KEY
                       MOVE 23 TO CLIENTES-STATUS
               END-REWRITE
               IF CLIENTES-STATUS = 0
                   ADD 1 TO WRK-TOTAL-CLIENTES
                   MOVE CLIENTES-FONE TO WRK-FONE-VIVO
                   MOVE SPACES TO DET-REGISTRO
                   MOVE WRK-REG-CHAVE(1:14) TO DET-REGISTRO
                   MOVE CLIENTES-FONE TO DET-REGISTRO(6:9)
                   WRITE LST-REG FROM LIN-DETALHE
               ELSE
                   ADD 1 TO WRK-TOTAL-ERROS
               END-IF
           END-IF.

       4200-ANONIMIZAR-ARQUIVADO.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO HIST-FONE.
           READ CLIENTES-HIST
               INVALID KEY
                   MOVE 23 TO HIST-STATUS
           END-READ.
           IF HIST-STATUS = 0
               AND HIST-DATA-CADASTRO > WRK-FONE-LIMITE(WRK-IDX-FONE)
               MOVE 23 TO HIST-STATUS
           END-IF.
           IF HIST-STATUS = 0
               MOVE WRK-ANONIMO TO HIST-NOME
               MOVE WRK-ANONIMO TO HIST-EMAIL
               MOVE WRK-ANONIMO TO HIST-ENDERECO
               MOVE SPACES TO HIST-DOCUMENTO
               REWRITE CLIENTES-HIST-REG
                   INVALID KEY
                       MOVE 23 TO HIST-STATUS
               END-REWRITE
               IF HIST-STATUS = 0
                   ADD 1 TO WRK-TOTAL-HIST
                   MOVE SPACES TO DET-REGISTRO
                   MOVE WRK-REG-CHAVE(1:14) TO DET-REGISTRO
                   MOVE HIST-FONE TO DET-REGISTRO(6:9)
                   WRITE LST-REG FROM LIN-DETALHE
               ELSE
                   ADD 1 TO WRK-TOTAL-ERROS
               END-IF
           END-IF.

       4300-ANONIMIZAR-CONTATOS.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO CONTATOS-FONE.
           MOVE ZEROS TO CONTATOS-SEQ.
           START CONTATOS KEY IS NOT LESS CONTATOS-CHAVE
               INVALID KEY
                   MOVE 23 TO CONTATOS-STATUS
           END-START.
           PERFORM 4350-ANONIMIZAR-CONTATO
               UNTIL CONTATOS-STATUS NOT = 0.

       4350-ANONIMIZAR-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 10 TO CONTATOS-STATUS
           END-READ.
           IF CONTATOS-STATUS = 0
               IF CONTATOS-FONE = WRK-FONE-BUSCA(WRK-IDX-FONE)
                   IF CONTATOS-DATA
                       NOT > WRK-FONE-LIMITE(WRK-IDX-FONE)
                       PERFORM 4360-REGRAVAR-CONTATO
                   END-IF
               ELSE
                   MOVE 10 TO CONTATOS-STATUS
               END-IF
           END-IF.

       4360-REGRAVAR-CONTATO.
           MOVE WRK-ANONIMO TO CONTATOS-NOTA.
           REWRITE CONTATOS-REG
               INVALID KEY
                   MOVE 23 TO CONTATOS-STATUS
           END-REWRITE.
           IF CONTATOS-STATUS = 0
               ADD 1 TO WRK-TOTAL-CONTATOS
               MOVE CONTATOS-FONE TO RCH-FONE
               MOVE CONTATOS-SEQ TO RCH-SEQ
               MOVE SPACES TO DET-REGISTRO
               MOVE WRK-REG-CHAVE(1:23) TO DET-REGISTRO
               WRITE LST-REG FROM LIN-DETALHE
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE ZERO TO CONTATOS-STATUS
           END-IF.

      *    A chave de ACOMPANHA.DAT comeca pelo prazo: a busca pelos
      *    fones da lista varre o arquivo inteiro uma vez
       4400-ANONIMIZAR-PENDENCIAS.
           MOVE 'ACOMPANHA.DAT' TO DET-ARQUIVO.
           MOVE ZEROS TO ACP-CHAVE.
           START ACOMPANHA KEY IS NOT LESS ACP-CHAVE
               INVALID KEY
                   MOVE 23 TO ACOMPANHA-STATUS
           END-START.
           PERFORM 4450-ANONIMIZAR-PENDENCIA
               UNTIL ACOMPANHA-STATUS NOT = 0.

       4450-ANONIMIZAR-PENDENCIA.
           READ ACOMPANHA NEXT RECORD
               AT END
                   MOVE 10 TO ACOMPANHA-STATUS
           END-READ.
           IF ACOMPANHA-STATUS = 0
               MOVE ACP-FONE TO WRK-FONE-TESTE
               MOVE ACP-DATA-ABERTURA TO WRK-DATA-TESTE
               PERFORM 2400-FONE-NA-LISTA
               IF WRK-FONE-NA-LISTA = 'S'
                   MOVE WRK-ANONIMO TO ACP-NOTA
                   REWRITE ACOMPANHA-REG
                       INVALID KEY
                           MOVE 23 TO ACOMPANHA-STATUS
                   END-REWRITE
                   IF ACOMPANHA-STATUS = 0
                       ADD 1 TO WRK-TOTAL-PENDENCIAS
                       MOVE ACP-FONE TO RCH-FONE
                       MOVE ACP-SEQ TO RCH-SEQ
                       MOVE ACP-DATA-LIMITE TO RCH-DATA
                       MOVE WRK-REG-CHAVE TO DET-REGISTRO
                       WRITE LST-REG FROM LIN-DETALHE
                   ELSE
                       ADD 1 TO WRK-TOTAL-ERROS
                       MOVE ZERO TO ACOMPANHA-STATUS
                   END-IF
               END-IF
           END-IF.

      *    A marca de nao entregavel guarda o e-mail ou o endereco que
      *    voltou; trocado pelo mesmo valor fixo do cadastro, a marca
      *    continua valendo para o cliente anonimizado
       4470-ANONIMIZAR-MARCAS.
           MOVE 'E' TO NEN-CANAL.
           PERFORM 4480-ANONIMIZAR-MARCA.
           MOVE 'C' TO NEN-CANAL.
           PERFORM 4480-ANONIMIZAR-MARCA.

       4480-ANONIMIZAR-MARCA.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO NEN-FONE.
           READ NAO-ENTREGAVEL
               INVALID KEY
                   MOVE 23 TO NAOENT-STATUS
           END-READ.
           IF NAOENT-STATUS = 0
               AND NEN-DATA-REGISTRO > WRK-FONE-LIMITE(WRK-IDX-FONE)
               MOVE 23 TO NAOENT-STATUS
           END-IF.
           IF NAOENT-STATUS = 0
               MOVE WRK-ANONIMO TO NEN-CONTEUDO
               REWRITE NAO-ENTREGAVEL-REG
                   INVALID KEY
                       MOVE 23 TO NAOENT-STATUS
               END-REWRITE
               IF NAOENT-STATUS = 0
                   ADD 1 TO WRK-TOTAL-NAO-ENTREGA
                   MOVE SPACES TO DET-REGISTRO
                   MOVE WRK-REG-CHAVE(1:14) TO DET-REGISTRO
                   MOVE NEN-FONE TO DET-REGISTRO(6:9)
                   MOVE ' CANAL ' TO DET-REGISTRO(15:7)
                   MOVE NEN-CANAL TO DET-REGISTRO(22:1)
                   WRITE LST-REG FROM LIN-DETALHE
               ELSE
                   ADD 1 TO WRK-TOTAL-ERROS
               END-IF
           END-IF.

      *    O consentimento nao e dado pessoal, mas a situacao do
      *    cadastro nao muda: sem a recusa registrada, o cliente que
      *    tinha autorizado continuaria nas campanhas, na exportacao e
      *    nas etiquetas
       4490-RECUSAR-CONSENTIMENTOS.
           MOVE 'E' TO CNS-CANAL.
           PERFORM 4495-RECUSAR-CONSENTIMENTO.
           MOVE 'C' TO CNS-CANAL.
           PERFORM 4495-RECUSAR-CONSENTIMENTO.
           MOVE 'L' TO CNS-CANAL.
           PERFORM 4495-RECUSAR-CONSENTIMENTO.

       4495-RECUSAR-CONSENTIMENTO.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO CNS-FONE.
           READ CONSENTIMENTO
               INVALID KEY
                   MOVE 23 TO CONSENT-STATUS
           END-READ.
           IF CONSENT-STATUS = 0
               AND CNS-DATA > WRK-FONE-LIMITE(WRK-IDX-FONE)
               MOVE 23 TO CONSENT-STATUS
           END-IF.
           IF CONSENT-STATUS = 0
               MOVE 'N' TO CNS-OPCAO
               MOVE WRK-DATA-SISTEMA TO CNS-DATA
               ACCEPT CNS-HORA FROM TIME
               MOVE LNK-OPERADOR TO CNS-OPERADOR
               REWRITE CONSENTIMENTO-REG
                   INVALID KEY
                       MOVE 23 TO CONSENT-STATUS
               END-REWRITE
               IF CONSENT-STATUS = 0
                   ADD 1 TO WRK-TOTAL-CONSENT
                   MOVE SPACES TO DET-REGISTRO
                   MOVE WRK-REG-CHAVE(1:14) TO DET-REGISTRO
                   MOVE CNS-FONE TO DET-REGISTRO(6:9)
                   MOVE ' CANAL ' TO DET-REGISTRO(15:7)
                   MOVE CNS-CANAL TO DET-REGISTRO(22:1)
                   MOVE ' RECUSADO' TO DET-REGISTRO(23:9)
                   WRITE LST-REG FROM LIN-DETALHE
               ELSE
                   ADD 1 TO WRK-TOTAL-ERROS
               END-IF
           END-IF.
           MOVE ZERO TO CONSENT-STATUS.

      ******************************************************************
      *Log vivo e geracoes: cada arquivo e aberto para atualizacao e
      *o lancamento de um fone da lista (como fone do lancamento ou
      *como fone novo de troca/fusao) e regravado no mesmo lugar so
      *com nomes e e-mails trocados; campo em branco continua em
      *branco para nao mudar o sentido do lancamento. Geracao
      *catalogada e ausente no disco sai no certificado.
      ******************************************************************
       4500-ANONIMIZAR-LOG.
           MOVE WRK-ARQ-BUSCA(WRK-ARQ-IDX) TO WRK-ARQ-LOG.
           MOVE WRK-ARQ-LOG TO DET-ARQUIVO.
           MOVE ZERO TO WRK-NUM-REG.
           OPEN I-O CLIENTES-LOG.
           IF LOG-STATUS = 0
               READ CLIENTES-LOG
                   AT END
                       MOVE 10 TO LOG-STATUS
               END-READ
               PERFORM 4600-AVALIAR-LANCAMENTO
                   UNTIL LOG-STATUS NOT = 0
               CLOSE CLIENTES-LOG
           ELSE
               IF WRK-ARQ-IDX < WRK-GER-QTD
                   ADD 1 TO WRK-TOTAL-ARQ-AUSENTES
                   MOVE 'GERACAO CATALOGADA AUSENTE - NAO TRATADA'
                       TO DET-REGISTRO
                   WRITE LST-REG FROM LIN-DETALHE
               END-IF
           END-IF.

       4600-AVALIAR-LANCAMENTO.
           ADD 1 TO WRK-NUM-REG.
           MOVE LOG-FONE TO WRK-FONE-TESTE.
           MOVE LOG-DATA TO WRK-DATA-TESTE.
           PERFORM 2400-FONE-NA-LISTA.
           IF WRK-FONE-NA-LISTA NOT = 'S'
               AND LOG-FONE-NOVO NOT = ZEROS
               MOVE LOG-FONE-NOVO TO WRK-FONE-TESTE
               PERFORM 2400-FONE-NA-LISTA
           END-IF.
      *    Lancamento do fone pedido anterior ao cadastro do titular
      *    atual, quando o numero foi reatribuido, e do titular anterior
           IF WRK-FONE-NA-LISTA = 'S'
               AND LOG-DATA < WRK-PEDIDO-DESDE
               AND (LOG-FONE = WRK-FONE-PEDIDO
                    OR LOG-FONE-NOVO = WRK-FONE-PEDIDO)
               MOVE 'N' TO WRK-FONE-NA-LISTA
           END-IF.

           IF WRK-FONE-NA-LISTA = 'S'
               PERFORM 4650-REGRAVAR-LANCAMENTO
           END-IF.

           READ CLIENTES-LOG
               AT END
                   MOVE 10 TO LOG-STATUS
           END-READ.

      *    Relaciona pelo nome as geracoes do catalogo que ficaram
      *    alem da tabela (1350) e nao foram abertas
       4560-LISTAR-GERACOES-FORA.
           MOVE 'GERACOES-LOG.DAT' TO DET-ARQUIVO.
           MOVE ZERO TO WRK-NUM-GERACAO.
           OPEN INPUT CATALOGO.
           IF CATALOGO-STATUS = 0
               READ CATALOGO
                   AT END
                       MOVE 10 TO CATALOGO-STATUS
               END-READ
               PERFORM 4570-LISTAR-GERACAO
                   UNTIL CATALOGO-STATUS NOT = 0
               CLOSE CATALOGO
           END-IF.

       4570-LISTAR-GERACAO.
           ADD 1 TO WRK-NUM-GERACAO.
           IF WRK-NUM-GERACAO > 59
               MOVE SPACES TO DET-REGISTRO
               MOVE GER-ARQUIVO TO DET-REGISTRO
               MOVE '- NAO TRATADA' TO DET-REGISTRO(34:13)
               WRITE LST-REG FROM LIN-DETALHE
           END-IF.
           READ CATALOGO
               AT END
                   MOVE 10 TO CATALOGO-STATUS
           END-READ.

       4650-REGRAVAR-LANCAMENTO.
           MOVE CLIENTES-LOG-REG TO WRK-LANC-ANTES.
           PERFORM 4655-TROCAR-NOMES-LOG.
           REWRITE CLIENTES-LOG-REG.
           IF LOG-STATUS = 0
               ADD 1 TO WRK-TOTAL-LANCAMENTOS
               MOVE WRK-NUM-REG TO RLG-NUM
               MOVE LOG-FONE TO RLG-FONE
               MOVE LOG-OPERACAO TO RLG-OPERACAO
               MOVE LOG-DATA TO RLG-DATA
               MOVE WRK-REG-LOG TO DET-REGISTRO
               WRITE LST-REG FROM LIN-DETALHE
               IF WRK-INDICE-OK = 'S'
                   PERFORM 4660-ANONIMIZAR-ENTRADAS
               END-IF
               IF WRK-CADEIA-OK = 'S'
                   PERFORM 4680-ACERTAR-CADEIA
               END-IF
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE ZERO TO LOG-STATUS
           END-IF.

       4655-TROCAR-NOMES-LOG.
           IF LOG-NOME-ANTES NOT = SPACES
               MOVE WRK-ANONIMO TO LOG-NOME-ANTES
           END-IF.
           IF LOG-NOME-DEPOIS NOT = SPACES
               MOVE WRK-ANONIMO TO LOG-NOME-DEPOIS
           END-IF.
           IF LOG-EMAIL-ANTES NOT = SPACES
               MOVE WRK-ANONIMO TO LOG-EMAIL-ANTES
           END-IF.
           IF LOG-EMAIL-DEPOIS NOT = SPACES
               MOVE WRK-ANONIMO TO LOG-EMAIL-DEPOIS
           END-IF.

      ******************************************************************
      *O indice do log guarda a imagem do lancamento: as entradas do
      *registro regravado (pelo fone e, em troca/fusao, pelo fone
      *novo) recebem a mesma imagem. Lancamento ainda nao indexado
      *simplesmente nao tem entrada.
      ******************************************************************
       4660-ANONIMIZAR-ENTRADAS.
           MOVE LOG-FONE TO LIX-FONE.
           MOVE 'F' TO LIX-TIPO.
           PERFORM 4670-REGRAVAR-ENTRADA.
           IF LOG-FONE-NOVO NOT = ZEROS
               MOVE LOG-FONE-NOVO TO LIX-FONE
               MOVE 'N' TO LIX-TIPO
               PERFORM 4670-REGRAVAR-ENTRADA
           END-IF.

       4670-REGRAVAR-ENTRADA.
           MOVE LOG-DATA TO LIX-DATA.
           MOVE LOG-HORA TO LIX-HORA.
           MOVE WRK-CORTE-BUSCA(WRK-ARQ-IDX) TO LIX-GERACAO.
           MOVE WRK-NUM-REG TO LIX-NUM-REG.
           READ LOG-INDICE
               INVALID KEY
                   MOVE 23 TO INDICE-STATUS
           END-READ.
           IF INDICE-STATUS = 0
               AND LIX-LANCAMENTO NOT = CLIENTES-LOG-REG
               MOVE CLIENTES-LOG-REG TO LIX-LANCAMENTO
               PERFORM 4850-REGRAVAR-IMAGEM
           END-IF.
           MOVE ZERO TO INDICE-STATUS.

      ******************************************************************
      *Cadeia de conferencia do log: o lancamento anonimizado ganha em
      *CAD-VALOR-ANONIMO o valor do conteudo novo, com o mesmo
      *anterior; CAD-VALOR fica e segura a ligacao com o lancamento
      *seguinte. So e acertado o lancamento que conferia antes da
      *troca - lancamento ja adulterado nao e legitimado aqui e sai
      *no certificado. Lancamento anterior a cadeia nao tem registro.
      ******************************************************************
       4680-ACERTAR-CADEIA.
           MOVE WRK-CORTE-BUSCA(WRK-ARQ-IDX) TO CAD-GERACAO.
           MOVE WRK-NUM-REG TO CAD-NUM-REG.
           READ LOG-CADEIA
               INVALID KEY
                   MOVE 23 TO CADEIA-STATUS
           END-READ.
           IF CADEIA-STATUS = 0
               MOVE 'C' TO CDP-FUNCAO
               MOVE 'CRUD0024' TO CDP-PROGRAMA
               MOVE CAD-ANTERIOR TO CDP-ANTERIOR
               MOVE WRK-LANC-ANTES TO CDP-LANCAMENTO
               CALL 'CRUD0034' USING CADEIA-PARM
               CANCEL 'CRUD0034'
               IF (CAD-ORIGINAL AND CDP-VALOR = CAD-VALOR)
                   OR (CAD-ANONIMIZADO
                       AND CDP-VALOR = CAD-VALOR-ANONIMO)
                   MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO
                   CALL 'CRUD0034' USING CADEIA-PARM
                   CANCEL 'CRUD0034'
                   MOVE 'A' TO CAD-SITUACAO
                   MOVE CDP-VALOR TO CAD-VALOR-ANONIMO
                   MOVE WRK-DATA-SISTEMA TO CAD-DATA-ANONIMO
                   REWRITE LOG-CADEIA-REG
                       INVALID KEY
                           MOVE 23 TO CADEIA-STATUS
                   END-REWRITE
                   IF CADEIA-STATUS = 0
                       ADD 1 TO WRK-TOTAL-CADEIA
                   ELSE
                       ADD 1 TO WRK-TOTAL-ERROS
                   END-IF
               ELSE
                   MOVE 'CONFERENCIA DO LOG JA NAO BATIA - NAO ACERTADA'
                       TO DET-REGISTRO
                   WRITE LST-REG FROM LIN-DETALHE
               END-IF
           END-IF.
           MOVE ZERO TO CADEIA-STATUS.

       4700-LOGAR-ANONIMIZACAO.
           MOVE 'CLIENTES-LOG.DAT' TO WRK-ARQ-LOG.
           OPEN EXTEND CLIENTES-LOG
               IF LOG-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES-LOG
                   CLOSE CLIENTES-LOG
                   OPEN EXTEND CLIENTES-LOG
               END-IF
           MOVE 'A' TO LOG-OPERACAO.
           MOVE WRK-FONE-VIVO TO LOG-FONE.
           MOVE WRK-ANONIMO TO LOG-NOME-ANTES.
           MOVE WRK-ANONIMO TO LOG-NOME-DEPOIS.
           MOVE WRK-ANONIMO TO LOG-EMAIL-ANTES.
           MOVE WRK-ANONIMO TO LOG-EMAIL-DEPOIS.
           MOVE ZEROS TO LOG-FONE-NOVO.
           MOVE LNK-OPERADOR TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 4750-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.
           CLOSE CLIENTES-LOG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       4750-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0024' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

      ******************************************************************
      *Varredura final do indice pelos fones do cliente: pega as
      *entradas de geracoes que nao foram abertas (fora da lista de
      *arquivos ou ausentes no disco)
      ******************************************************************
       4800-ANONIMIZAR-INDICE.
           MOVE ZEROS TO LIX-CHAVE.
           MOVE WRK-FONE-BUSCA(WRK-IDX-FONE) TO LIX-FONE.
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
           PERFORM 4810-AVALIAR-ENTRADA
               UNTIL INDICE-STATUS NOT = 0
               OR LIX-FONE NOT = WRK-FONE-BUSCA(WRK-IDX-FONE).
           MOVE ZERO TO INDICE-STATUS.

       4810-AVALIAR-ENTRADA.
           IF LIX-DATA NOT > WRK-FONE-LIMITE(WRK-IDX-FONE)
               AND (WRK-IDX-FONE NOT = 1
                    OR LIX-DATA NOT < WRK-PEDIDO-DESDE)
               MOVE LIX-LANCAMENTO TO CLIENTES-LOG-REG
               MOVE LIX-LANCAMENTO TO WRK-LANC-ANTES
               PERFORM 4655-TROCAR-NOMES-LOG
               IF CLIENTES-LOG-REG NOT = WRK-LANC-ANTES
                   MOVE CLIENTES-LOG-REG TO LIX-LANCAMENTO
                   PERFORM 4850-REGRAVAR-IMAGEM
               END-IF
           END-IF.
           READ LOG-INDICE NEXT RECORD
               AT END
                   MOVE 10 TO INDICE-STATUS
           END-READ.

       4850-REGRAVAR-IMAGEM.
           REWRITE LOG-INDICE-REG
               INVALID KEY
                   MOVE 23 TO INDICE-STATUS
           END-REWRITE.
           IF INDICE-STATUS = 0
               ADD 1 TO WRK-TOTAL-INDICE
               MOVE DET-ARQUIVO TO WRK-ARQ-DETALHE
               MOVE 'LOG-INDICE.DAT' TO DET-ARQUIVO
               MOVE LIX-NUM-REG TO RLG-NUM
               MOVE LIX-FONE TO RLG-FONE
               MOVE LOG-OPERACAO TO RLG-OPERACAO
               MOVE LIX-DATA TO RLG-DATA
               MOVE WRK-REG-LOG TO DET-REGISTRO
               WRITE LST-REG FROM LIN-DETALHE
               MOVE WRK-ARQ-DETALHE TO DET-ARQUIVO
           ELSE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE ZERO TO INDICE-STATUS
           END-IF.

       4900-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'CLIENTES.DAT ...............:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CLIENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CLIENTES-HIST.DAT ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-HIST TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONTATOS.DAT ...............:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CONTATOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ACOMPANHA.DAT ..............:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-PENDENCIAS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'NAO-ENTREGAVEL.DAT .........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-NAO-ENTREGA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CONSENTIMENTO.DAT ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CONSENT TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'LANCAMENTOS DE LOG .........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LANCAMENTOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ENTRADAS DO INDICE DO LOG ..:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-INDICE TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CADEIA DO LOG ACERTADA .....:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CADEIA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES AUSENTES ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ARQ-AUSENTES TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'GERACOES NAO TRATADAS ......:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-GER-FORA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'FONES NAO ABRANGIDOS .......:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-FONES-FORA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ELOS NAO SEGUIDOS ..........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ELOS-PULADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ERROS DE REGRAVACAO ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ERROS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.

           EVALUATE TRUE
               WHEN WRK-TOTAL-ERROS NOT = ZERO
                   MOVE 'ANONIMIZACAO COM ERROS - CONFERIR E REPETIR'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-ARQ-AUSENTES NOT = ZERO
                   MOVE 'ANONIMIZACAO PARCIAL - GERACAO AUSENTE'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-GER-FORA NOT = ZERO
                   AND WRK-TOTAL-FONES-FORA NOT = ZERO
                   MOVE 'ANONIMIZACAO PARCIAL - FONES E GERACOES'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-GER-FORA NOT = ZERO
                   MOVE 'ANONIMIZACAO PARCIAL - GERACOES NAO TRATADAS'
                       TO RES-TEXTO
               WHEN WRK-TOTAL-FONES-FORA NOT = ZERO
                   MOVE 'ANONIMIZACAO PARCIAL - FONES NAO ABRANGIDOS'
                       TO RES-TEXTO
               WHEN OTHER
                   MOVE 'ANONIMIZACAO COMPLETA EM TODOS OS ARQUIVOS'
                       TO RES-TEXTO
           END-EVALUATE.
           WRITE LST-REG FROM LIN-RESULTADO.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0024' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
