      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Processar o arquivo de devolucoes RETORNOS.DAT
      *          (e-mails devolvidos e correspondencias devolvidas pelo
      *          correio). Cada linha e casada com CLIENTES.DAT pelo
      *          fone, seguindo FONE-XREF.DAT quando o numero mudou, ou
      *          pelo e-mail. O e-mail ou o endereco do cliente e
      *          marcado como nao entregavel em NAO-ENTREGAVEL.DAT com
      *          a data da devolucao, e um contato 'O' e gravado em
      *          CONTATOS.DAT. Emite a lista de clientes para ligar
      *          (RELRET.LST) e as linhas nao casadas
      *          (RETORNOS-REJEITOS.LST), onde tambem sai a linha
      *          cuja marca nao pode ser gravada. Erro de gravacao
      *          termina com RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0025.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RETORNOS ASSIGN TO 'RETORNOS.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RETORNOS-STATUS.

           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS CLIENTES-CHAVE
           ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

           SELECT FONE-XREF ASSIGN TO 'FONE-XREF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS XREF-STATUS
           RECORD KEY IS XRF-CHAVE.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTATOS-STATUS
           RECORD KEY IS CONTATOS-CHAVE.

           SELECT NAO-ENTREGAVEL ASSIGN TO 'NAO-ENTREGAVEL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS NAOENT-STATUS
           RECORD KEY IS NEN-CHAVE.

           SELECT LST-RETORNOS ASSIGN TO 'RELRET.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

           SELECT LST-REJEITOS ASSIGN TO 'RETORNOS-REJEITOS.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNOS.
           COPY RETREG.

       FD CLIENTES.
           COPY CLIREG.

       FD FONE-XREF.
           COPY XREREG.

       FD CONTATOS.
           COPY CTTREG.

       FD NAO-ENTREGAVEL.
           COPY NENREG.

       FD LST-RETORNOS.
       01 LST-REG PIC X(100).

       FD LST-REJEITOS.
       01 REJ-REG PIC X(100).

       WORKING-STORAGE SECTION.
       77 RETORNOS-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 XREF-STATUS PIC 9(2).
       77 CONTATOS-STATUS PIC 9(2).
       77 NAOENT-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 REJ-STATUS PIC 9(2).
       77 WRK-XREF-OK PIC X(01) VALUE 'N'.
       77 WRK-ACHOU PIC X(01).
       77 WRK-XREF-SALTOS PIC 9(02).
       77 WRK-CANAL PIC X(01).
       77 WRK-MOTIVO PIC X(30).
       77 WRK-TIPO-DESC PIC X(25).
       77 WRK-DATA-DEVOLUCAO PIC 9(08).
       77 WRK-EMAIL-RETORNO PIC X(40).
       77 WRK-EMAIL-CLIENTE PIC X(40).
       77 WRK-ULTIMA-SEQ PIC 9(04).
       77 WRK-TOTAL-LIDOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-MARCADOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-EMAIL PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-CORREIO PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-VIA-XREF PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-LIGAR PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-REJEITADOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS-MARCA PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS-CONTATO PIC 9(05) VALUE ZERO.
       77 WRK-ERRO-GRAVACAO PIC X(01).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

       01 LIN-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'DEVOLUCOES - CLIENTES PARA LIGAR - '.
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 CAB-ANO PIC 9(04).

       01 LIN-CABECALHO-2.
           05 FILLER PIC X(10) VALUE 'FONE'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(08) VALUE 'CANAL'.
           05 FILLER PIC X(26) VALUE 'MOTIVO'.
           05 FILLER PIC X(08) VALUE 'DEVOLUC.'.

       01 LIN-DETALHE.
           05 DET-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-CANAL PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-MOTIVO PIC X(25).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-DATA PIC 9(08).

       01 LIN-REJ-CABECALHO.
           05 FILLER PIC X(36)
              VALUE 'DEVOLUCOES NAO CASADAS - '.
           05 REJ-CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 REJ-CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 REJ-CAB-ANO PIC 9(04).

       01 LIN-REJEITO.
           05 REJ-TIPO PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REJ-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REJ-FONE PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REJ-EMAIL PIC X(40).
           05 FILLER PIC X(01) VALUE SPACES.
           05 REJ-MOTIVO PIC X(30).

       01 LIN-CONTROLE.
           05 CTL-DESCRICAO PIC X(30).
           05 CTL-VALOR PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL RETORNOS-STATUS NOT = 0.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           DISPLAY 'CRUD0025 - DEVOLUCOES DE E-MAIL E CORREIO'.

           OPEN INPUT RETORNOS.
           IF RETORNOS-STATUS NOT = 0
               DISPLAY 'RETORNOS.DAT NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               CLOSE RETORNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A referencia cruzada so existe depois da primeira troca de
      *    fone; sem ela o casamento fica so pela chave atual
           OPEN INPUT FONE-XREF.
           IF XREF-STATUS = 0
               MOVE 'S' TO WRK-XREF-OK
           END-IF.

           OPEN I-O CONTATOS
               IF CONTATOS-STATUS = 35 THEN
                   OPEN OUTPUT CONTATOS
                   CLOSE CONTATOS
                   OPEN I-O CONTATOS
               END-IF

           OPEN I-O NAO-ENTREGAVEL
               IF NAOENT-STATUS = 35 THEN
                   OPEN OUTPUT NAO-ENTREGAVEL
                   CLOSE NAO-ENTREGAVEL
                   OPEN I-O NAO-ENTREGAVEL
               END-IF

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN OUTPUT LST-RETORNOS.
           MOVE WRK-DIA TO CAB-DIA.
           MOVE WRK-MES TO CAB-MES.
           MOVE WRK-ANO TO CAB-ANO.
           WRITE LST-REG FROM LIN-CABECALHO.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           WRITE LST-REG FROM LIN-CABECALHO-2.

           OPEN OUTPUT LST-REJEITOS.
           MOVE WRK-DIA TO REJ-CAB-DIA.
           MOVE WRK-MES TO REJ-CAB-MES.
           MOVE WRK-ANO TO REJ-CAB-ANO.
           WRITE REJ-REG FROM LIN-REJ-CABECALHO.
           MOVE SPACES TO REJ-REG.
           WRITE REJ-REG.

           READ RETORNOS
               AT END
                   MOVE 10 TO RETORNOS-STATUS
           END-READ.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-ERRO-GRAVACAO.
           PERFORM 2050-DESCREVER-TIPO.

           EVALUATE TRUE
               WHEN WRK-TIPO-DESC = SPACES
                   MOVE 'TIPO DE DEVOLUCAO INVALIDO' TO WRK-MOTIVO
               WHEN RET-FONE = ZERO AND RET-EMAIL = SPACES
                   MOVE 'SEM FONE E SEM E-MAIL' TO WRK-MOTIVO
               WHEN RET-FONE NOT = ZERO
                   PERFORM 2100-CASAR-POR-FONE
                   IF WRK-ACHOU NOT = 'S'
                       MOVE 'FONE NAO ENCONTRADO' TO WRK-MOTIVO
                   END-IF
               WHEN OTHER
                   PERFORM 2200-CASAR-POR-EMAIL
                   IF WRK-ACHOU NOT = 'S'
                       MOVE 'E-MAIL NAO ENCONTRADO' TO WRK-MOTIVO
                   END-IF
           END-EVALUATE.

           IF WRK-ACHOU = 'S'
               PERFORM 2300-CONFERIR-CONTEUDO
           END-IF.

           IF WRK-MOTIVO = SPACES
               PERFORM 2400-MARCAR-NAO-ENTREGAVEL
           END-IF.

           IF WRK-MOTIVO = SPACES
               PERFORM 2500-REGISTRAR-CONTATO
               PERFORM 2600-LISTAR-PARA-LIGAR
           ELSE
               PERFORM 2900-REJEITAR
           END-IF.

           READ RETORNOS
               AT END
                   MOVE 10 TO RETORNOS-STATUS
           END-READ.

      *    E-mail devolvido marca o canal de e-mail; toda devolucao do
      *    correio marca o endereco
       2050-DESCREVER-TIPO.
           MOVE 'C' TO WRK-CANAL.
           EVALUATE TRUE
               WHEN RET-EMAIL-DEVOLVIDO
                   MOVE 'E' TO WRK-CANAL
                   MOVE 'E-MAIL DEVOLVIDO' TO WRK-TIPO-DESC
               WHEN RET-MUDOU-SE
                   MOVE 'MUDOU-SE' TO WRK-TIPO-DESC
               WHEN RET-DESCONHECIDO
                   MOVE 'DESTINATARIO DESCONHECIDO' TO WRK-TIPO-DESC
               WHEN RET-END-INSUFICIENTE
                   MOVE 'ENDERECO INSUFICIENTE' TO WRK-TIPO-DESC
               WHEN RET-NUMERO-INEXISTENTE
                   MOVE 'NUMERO INEXISTENTE' TO WRK-TIPO-DESC
               WHEN RET-RECUSADO
                   MOVE 'RECUSADO' TO WRK-TIPO-DESC
               WHEN RET-FALECIDO
                   MOVE 'FALECIDO' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE SPACES TO WRK-TIPO-DESC
           END-EVALUATE.

           IF RET-DATA = ZERO
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-DEVOLUCAO
           ELSE
               MOVE RET-DATA TO WRK-DATA-DEVOLUCAO
           END-IF.

      ******************************************************************
      *Casamento pelo fone: chave atual primeiro; se o numero ja foi
      *trocado ou fundido, segue a referencia cruzada (antigo -> novo)
      *ate o fone vigente, como na ficha do CRUD0022
      ******************************************************************
       2100-CASAR-POR-FONE.
           MOVE RET-FONE TO CLIENTES-FONE.
           PERFORM 2150-LER-CLIENTE.
           IF WRK-ACHOU NOT = 'S' AND WRK-XREF-OK = 'S'
               MOVE RET-FONE TO XRF-FONE-ANTIGO
               MOVE ZERO TO WRK-XREF-SALTOS
               MOVE ZERO TO XREF-STATUS
               PERFORM 2160-SEGUIR-XREF
                   UNTIL WRK-ACHOU = 'S'
                   OR XREF-STATUS NOT = 0
                   OR WRK-XREF-SALTOS > 9
               IF WRK-ACHOU = 'S'
                   ADD 1 TO WRK-TOTAL-VIA-XREF
               END-IF
           END-IF.

       2150-LER-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.
           IF CLIENTES-STATUS = 0
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       2160-SEGUIR-XREF.
           READ FONE-XREF
               INVALID KEY
                   MOVE 23 TO XREF-STATUS
           END-READ.
           IF XREF-STATUS = 0
               ADD 1 TO WRK-XREF-SALTOS
               MOVE XRF-FONE-NOVO TO CLIENTES-FONE
               PERFORM 2150-LER-CLIENTE
               MOVE XRF-FONE-NOVO TO XRF-FONE-ANTIGO
           END-IF.

      ******************************************************************
      *Casamento pelo e-mail: nao ha chave por e-mail no cadastro, o
      *arquivo e percorrido ate o primeiro cliente com o mesmo e-mail
      *(comparado em maiusculas)
      ******************************************************************
       2200-CASAR-POR-EMAIL.
           MOVE RET-EMAIL TO WRK-EMAIL-RETORNO.
           INSPECT WRK-EMAIL-RETORNO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS CLIENTES-CHAVE
               INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-START.
           PERFORM 2250-COMPARAR-EMAIL
               UNTIL CLIENTES-STATUS NOT = 0 OR WRK-ACHOU = 'S'.

       2250-COMPARAR-EMAIL.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.
           IF CLIENTES-STATUS = 0
               MOVE CLIENTES-EMAIL TO WRK-EMAIL-CLIENTE
               INSPECT WRK-EMAIL-CLIENTE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WRK-EMAIL-CLIENTE = WRK-EMAIL-RETORNO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.

      *    Devolucao de um e-mail que o cliente ja trocou, ou de um
      *    canal que esta em branco no cadastro, nao marca nada
       2300-CONFERIR-CONTEUDO.
           IF WRK-CANAL = 'E'
               IF CLIENTES-EMAIL = SPACES
                   MOVE 'CLIENTE SEM E-MAIL NO CADASTRO' TO WRK-MOTIVO
               ELSE
                   IF RET-EMAIL NOT = SPACES
                       MOVE RET-EMAIL TO WRK-EMAIL-RETORNO
                       MOVE CLIENTES-EMAIL TO WRK-EMAIL-CLIENTE
                       INSPECT WRK-EMAIL-RETORNO CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       INSPECT WRK-EMAIL-CLIENTE CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF WRK-EMAIL-CLIENTE NOT = WRK-EMAIL-RETORNO
                           MOVE 'E-MAIL JA ALTERADO NO CADASTRO'
                               TO WRK-MOTIVO
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF CLIENTES-ENDERECO = SPACES
                   MOVE 'CLIENTE SEM ENDERECO' TO WRK-MOTIVO
               END-IF
           END-IF.

      ******************************************************************
      *Uma marca por fone e canal, guardando o conteudo que voltou:
      *nova devolucao do mesmo canal substitui a anterior. Marca que
      *nao pode ser gravada vai para os rejeitos com o motivo, sem
      *contato nem lista de ligacoes.
      ******************************************************************
       2400-MARCAR-NAO-ENTREGAVEL.
           MOVE CLIENTES-FONE TO NEN-FONE.
           MOVE WRK-CANAL TO NEN-CANAL.
           MOVE RET-TIPO TO NEN-TIPO.
           MOVE WRK-DATA-DEVOLUCAO TO NEN-DATA.
           MOVE WRK-DATA-SISTEMA TO NEN-DATA-REGISTRO.
           IF WRK-CANAL = 'E'
               MOVE CLIENTES-EMAIL TO NEN-CONTEUDO
           ELSE
               MOVE CLIENTES-ENDERECO TO NEN-CONTEUDO
           END-IF.

           WRITE NAO-ENTREGAVEL-REG
               INVALID KEY
                   MOVE 22 TO NAOENT-STATUS
           END-WRITE.

           IF NAOENT-STATUS = 22
               REWRITE NAO-ENTREGAVEL-REG
                   INVALID KEY
                       MOVE 23 TO NAOENT-STATUS
               END-REWRITE
           END-IF.

           IF NAOENT-STATUS = 0
               ADD 1 TO WRK-TOTAL-MARCADOS
               IF WRK-CANAL = 'E'
                   ADD 1 TO WRK-TOTAL-EMAIL
               ELSE
                   ADD 1 TO WRK-TOTAL-CORREIO
               END-IF
           ELSE
               MOVE 'S' TO WRK-ERRO-GRAVACAO
               MOVE 'ERRO AO GRAVAR A MARCA' TO WRK-MOTIVO
               MOVE ZERO TO NAOENT-STATUS
           END-IF.

       2500-REGISTRAR-CONTATO.
           PERFORM 2550-ACHAR-ULTIMA-SEQ.

           MOVE CLIENTES-FONE TO CONTATOS-FONE.
           COMPUTE CONTATOS-SEQ = WRK-ULTIMA-SEQ + 1.
           ACCEPT CONTATOS-DATA FROM DATE YYYYMMDD.
           ACCEPT CONTATOS-HORA FROM TIME.
           MOVE 'BATCH' TO CONTATOS-OPERADOR.
           MOVE 'O' TO CONTATOS-TIPO.
           MOVE SPACES TO CONTATOS-NOTA.
           IF WRK-CANAL = 'E'
               STRING
                   'E-MAIL NAO ENTREGAVEL: '  DELIMITED BY SIZE
                   WRK-TIPO-DESC              DELIMITED BY '  '
                   ' EM '                     DELIMITED BY SIZE
                   WRK-DATA-DEVOLUCAO         DELIMITED BY SIZE
                   INTO CONTATOS-NOTA
               END-STRING
           ELSE
               STRING
                   'CORREIO DEVOLVIDO: '      DELIMITED BY SIZE
                   WRK-TIPO-DESC              DELIMITED BY '  '
                   ' EM '                     DELIMITED BY SIZE
                   WRK-DATA-DEVOLUCAO         DELIMITED BY SIZE
                   INTO CONTATOS-NOTA
               END-STRING
           END-IF.

           WRITE CONTATOS-REG
               INVALID KEY
                   MOVE 22 TO CONTATOS-STATUS
           END-WRITE.
           IF CONTATOS-STATUS NOT = 0
               ADD 1 TO WRK-TOTAL-ERROS-CONTATO
               MOVE ZERO TO CONTATOS-STATUS
           END-IF.

       2550-ACHAR-ULTIMA-SEQ.
           MOVE ZERO TO WRK-ULTIMA-SEQ.
           MOVE CLIENTES-FONE TO CONTATOS-FONE.
           MOVE ZEROS TO CONTATOS-SEQ.
           START CONTATOS KEY IS NOT LESS CONTATOS-CHAVE
               INVALID KEY
                   MOVE 23 TO CONTATOS-STATUS
           END-START.
           PERFORM 2560-PROXIMA-SEQ
               UNTIL CONTATOS-STATUS NOT = 0.

       2560-PROXIMA-SEQ.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE 10 TO CONTATOS-STATUS
           END-READ.
           IF CONTATOS-STATUS = 0
               IF CONTATOS-FONE = CLIENTES-FONE
                   MOVE CONTATOS-SEQ TO WRK-ULTIMA-SEQ
               ELSE
                   MOVE 10 TO CONTATOS-STATUS
               END-IF
           END-IF.

      *    So os ativos entram na lista de ligacoes; o inativo fica
      *    marcado para nao voltar a receber nada se for reativado
       2600-LISTAR-PARA-LIGAR.
           IF CLIENTES-ATIVO
               MOVE CLIENTES-FONE TO DET-FONE
               MOVE CLIENTES-NOME TO DET-NOME
               IF WRK-CANAL = 'E'
                   MOVE 'E-MAIL' TO DET-CANAL
               ELSE
                   MOVE 'CORREIO' TO DET-CANAL
               END-IF
               MOVE WRK-TIPO-DESC TO DET-MOTIVO
               MOVE WRK-DATA-DEVOLUCAO TO DET-DATA
               WRITE LST-REG FROM LIN-DETALHE
               ADD 1 TO WRK-TOTAL-LIGAR
           END-IF.

       2900-REJEITAR.
           MOVE RET-TIPO TO REJ-TIPO.
           MOVE RET-DATA TO REJ-DATA.
           MOVE RET-FONE TO REJ-FONE.
           MOVE RET-EMAIL TO REJ-EMAIL.
           MOVE WRK-MOTIVO TO REJ-MOTIVO.
           WRITE REJ-REG FROM LIN-REJEITO.
           IF WRK-ERRO-GRAVACAO = 'S'
               ADD 1 TO WRK-TOTAL-ERROS-MARCA
           ELSE
               ADD 1 TO WRK-TOTAL-REJEITADOS
           END-IF.

       3000-FINALIZAR.
           MOVE SPACES TO LST-REG.
           WRITE LST-REG.
           MOVE 'DEVOLUCOES LIDAS ...........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIDOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'MARCADOS NAO ENTREGAVEIS ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-MARCADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE '  E-MAIL ...................:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-EMAIL TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE '  CORREIO ..................:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-CORREIO TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CASADOS PELA REF. CRUZADA ..:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-VIA-XREF TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'CLIENTES PARA LIGAR ........:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-LIGAR TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'NAO CASADAS ................:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-REJEITADOS TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ERRO AO GRAVAR A MARCA .....:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ERROS-MARCA TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.
           MOVE 'ERRO AO GRAVAR O CONTATO ...:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ERROS-CONTATO TO CTL-VALOR.
           WRITE LST-REG FROM LIN-CONTROLE.

           MOVE SPACES TO REJ-REG.
           WRITE REJ-REG.
           MOVE 'NAO CASADAS ................:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-REJEITADOS TO CTL-VALOR.
           WRITE REJ-REG FROM LIN-CONTROLE.
           MOVE 'ERRO AO GRAVAR A MARCA .....:' TO CTL-DESCRICAO.
           MOVE WRK-TOTAL-ERROS-MARCA TO CTL-VALOR.
           WRITE REJ-REG FROM LIN-CONTROLE.

           CLOSE RETORNOS.
           CLOSE CLIENTES.
           IF WRK-XREF-OK = 'S'
               CLOSE FONE-XREF
           END-IF.
           CLOSE CONTATOS.
           CLOSE NAO-ENTREGAVEL.
           CLOSE LST-RETORNOS.
           CLOSE LST-REJEITOS.

           DISPLAY 'DEVOLUCOES LIDAS ......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'MARCADOS ..............: ' WRK-TOTAL-MARCADOS.
           DISPLAY 'CLIENTES PARA LIGAR ...: ' WRK-TOTAL-LIGAR.
           DISPLAY 'NAO CASADAS ...........: ' WRK-TOTAL-REJEITADOS.
           DISPLAY 'ERROS NA MARCA ........: ' WRK-TOTAL-ERROS-MARCA.
           DISPLAY 'ERROS NO CONTATO ......: ' WRK-TOTAL-ERROS-CONTATO.
           IF WRK-TOTAL-ERROS-MARCA NOT = ZERO
               OR WRK-TOTAL-ERROS-CONTATO NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
