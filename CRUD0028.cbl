      ******************************************************************
      * Author: Bruno Kian
      * Date: 15/10/2026
      * Purpose: Selecionar o publico de uma campanha de CAMPANHAS.DAT
      *          pelos criterios gravados nela (so ativos, faixa de
      *          data de cadastro, sem reclamacao pendente em
      *          ACOMPANHA.DAT). Cada selecionado vira um registro em
      *          CAMPANHA-MEMBROS.DAT e uma linha na lista de saida do
      *          canal, CAMPANHA-<codigo>.CSV. Como no CRUD0004 e no
      *          CRUD0013, fica de fora quem nao autorizou o canal em
      *          CONSENTIMENTO.DAT e quem tem o e-mail ou o endereco
      *          marcado em NAO-ENTREGAVEL.DAT. A selecao roda uma vez
      *          por campanha: so e marcada em CAMPANHAS.DAT quando
      *          selecionou alguem sem erro de gravacao; senao pode ser
      *          repetida, e o membro ja gravado entra de novo na lista.
      *          Mais reclamacoes pendentes do que a tabela comporta
      *          recusam a selecao (RC 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD0028.
      ***************************************************************
       ENVIRONMENT DIVISION.
      *************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLIENTES-STATUS
           RECORD KEY IS CLIENTES-CHAVE.

           SELECT CAMPANHAS ASSIGN TO 'CAMPANHAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CAMPANHA-STATUS
           RECORD KEY IS CMP-CODIGO.

           SELECT CAMPANHA-MEMBROS ASSIGN TO 'CAMPANHA-MEMBROS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS MEMBRO-STATUS
           RECORD KEY IS MBR-CHAVE.

           SELECT ACOMPANHA ASSIGN TO 'ACOMPANHA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACOMPANHA-STATUS
           RECORD KEY IS ACP-CHAVE.

           SELECT CONSENTIMENTO ASSIGN TO 'CONSENTIMENTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CONSENT-STATUS
           RECORD KEY IS CNS-CHAVE.

           SELECT NAO-ENTREGAVEL ASSIGN TO 'NAO-ENTREGAVEL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS NAOENT-STATUS
           RECORD KEY IS NEN-CHAVE.

           SELECT SAIDA-CSV ASSIGN TO WRK-ARQ-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD CAMPANHAS.
           COPY CMPREG.

       FD CAMPANHA-MEMBROS.
           COPY MBRREG.

       FD ACOMPANHA.
           COPY ACPREG.

       FD CONSENTIMENTO.
           COPY CNSREG.

       FD NAO-ENTREGAVEL.
           COPY NENREG.

       FD SAIDA-CSV.
       01 CSV-REG PIC X(100).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 CAMPANHA-STATUS PIC 9(2).
       77 MEMBRO-STATUS PIC 9(2).
       77 ACOMPANHA-STATUS PIC 9(2).
       77 CONSENT-STATUS PIC 9(2).
       77 NAOENT-STATUS PIC 9(2).
       77 CSV-STATUS PIC 9(2).
       77 WRK-CONSENT-OK PIC X(01) VALUE 'N'.
       77 WRK-NAOENT-OK PIC X(01) VALUE 'N'.
       77 WRK-NAO-ENTREGAVEL PIC X(01).
       77 WRK-RECLAMACAO PIC X(01).
       77 WRK-CODIGO PIC X(06).
       77 WRK-ARQ-SAIDA PIC X(40).
       77 WRK-TAM-NOME PIC 9(02).
       77 WRK-TAM-CONTATO PIC 9(02).
       77 WRK-CONTATO PIC X(40).
       77 WRK-IDX PIC 9(04).
       77 WRK-PEND-QTD PIC 9(04) VALUE ZERO.
       77 WRK-PEND-MAX PIC 9(04) VALUE 5000.
       77 WRK-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-LIDOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-SELECIONADOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-INATIVOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-FORA-FAIXA PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-RECLAMACAO PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-SEM-CONSENT PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-RECUSADOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-NAO-ENTREGA PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-SEM-DADO PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ERROS PIC 9(05) VALUE ZERO.

      *    Fones com reclamacao pendente: ACOMPANHA.DAT e chaveado pelo
      *    prazo, entao a fila inteira e lida uma vez antes da selecao
       01 WRK-PENDENTES.
           05 WRK-PEND-FONE OCCURS 5000 PIC 9(09).

       01 WRK-DATA-SISTEMA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).

      *****************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL CLIENTES-STATUS NOT = 0.
           PERFORM 3000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           DISPLAY 'CRUD0028 - SELECAO DE PUBLICO DE CAMPANHA'.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN I-O CAMPANHAS.
           IF CAMPANHA-STATUS NOT = 0
               DISPLAY 'CAMPANHAS.DAT NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'CODIGO DA CAMPANHA:'.
           ACCEPT WRK-CODIGO.
           INSPECT WRK-CODIGO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-CODIGO TO CMP-CODIGO.
           READ CAMPANHAS
               INVALID KEY
                   MOVE 23 TO CAMPANHA-STATUS
           END-READ.
           IF CAMPANHA-STATUS NOT = 0
               DISPLAY 'CAMPANHA NAO CADASTRADA: ' WRK-CODIGO
               CLOSE CAMPANHAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Selecionar de novo duplicaria o publico e mudaria o
      *    denominador do resultado da campanha
           IF CMP-DATA-SELECAO NOT = ZERO
               DISPLAY 'CAMPANHA JA SELECIONADA EM ' CMP-DATA-SELECAO
               CLOSE CAMPANHAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Com a tabela de pendentes esgotada o filtro de reclamacao
      *    deixaria passar quem reclamou: a selecao nao e feita
           IF CMP-EXCLUI-RECLAMACAO
               PERFORM 1100-CARREGAR-PENDENTES
               IF WRK-ESTOURO = 'S'
                   DISPLAY 'ATENCAO: TABELA ESGOTADA - MAIS DE 5000 '
                       'RECLAMACOES PENDENTES'
                   DISPLAY 'SELECAO RECUSADA - CAMPANHA NAO MARCADA'
                   CLOSE CAMPANHAS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               CLOSE CAMPANHAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CAMPANHA-MEMBROS
               IF MEMBRO-STATUS = 35 THEN
                   OPEN OUTPUT CAMPANHA-MEMBROS
                   CLOSE CAMPANHA-MEMBROS
                   OPEN I-O CAMPANHA-MEMBROS
               END-IF.
           IF MEMBRO-STATUS NOT = 0
               DISPLAY 'CAMPANHA-MEMBROS.DAT NAO PODE SER ABERTO'
               CLOSE CAMPANHAS
               CLOSE CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sem o registro de consentimento ninguem esta autorizado:
      *    a campanha sai vazia, com todos contados como sem registro
           OPEN INPUT CONSENTIMENTO.
           IF CONSENT-STATUS = 0
               MOVE 'S' TO WRK-CONSENT-OK
           ELSE
               DISPLAY 'CONSENTIMENTO.DAT NAO ENCONTRADO'
           END-IF.

           OPEN INPUT NAO-ENTREGAVEL.
           IF NAOENT-STATUS = 0
               MOVE 'S' TO WRK-NAOENT-OK
           END-IF.

           MOVE SPACES TO WRK-ARQ-SAIDA.
           STRING
               'CAMPANHA-'              DELIMITED BY SIZE
               WRK-CODIGO               DELIMITED BY SPACE
               '.CSV'                   DELIMITED BY SIZE
               INTO WRK-ARQ-SAIDA
           END-STRING.
           OPEN OUTPUT SAIDA-CSV.

           READ CLIENTES
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

       1100-CARREGAR-PENDENTES.
           OPEN INPUT ACOMPANHA.
           IF ACOMPANHA-STATUS = 0
               PERFORM 1110-LER-PENDENCIA
                   UNTIL ACOMPANHA-STATUS NOT = 0
                   OR WRK-ESTOURO = 'S'
               CLOSE ACOMPANHA
           END-IF.

       1110-LER-PENDENCIA.
           READ ACOMPANHA
               AT END
                   MOVE 10 TO ACOMPANHA-STATUS
           END-READ.
           IF ACOMPANHA-STATUS = 0 AND ACP-PENDENTE
               IF WRK-PEND-QTD < WRK-PEND-MAX
                   ADD 1 TO WRK-PEND-QTD
                   MOVE ACP-FONE TO WRK-PEND-FONE(WRK-PEND-QTD)
               ELSE
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2050-LER-CONSENTIMENTO.
           PERFORM 2060-CONFERIR-ENTREGA.
           PERFORM 2070-CONFERIR-RECLAMACAO.
           PERFORM 2080-ESCOLHER-CONTATO.

           EVALUATE TRUE
               WHEN CMP-APENAS-ATIVOS AND CLIENTES-INATIVO
                   ADD 1 TO WRK-TOTAL-INATIVOS
               WHEN CLIENTES-DATA-CADASTRO < CMP-CADASTRO-INI
               WHEN CLIENTES-DATA-CADASTRO > CMP-CADASTRO-FIM
                   ADD 1 TO WRK-TOTAL-FORA-FAIXA
               WHEN WRK-RECLAMACAO = 'S'
                   ADD 1 TO WRK-TOTAL-RECLAMACAO
               WHEN CONSENT-STATUS NOT = 0
                   ADD 1 TO WRK-TOTAL-SEM-CONSENT
               WHEN NOT CNS-AUTORIZADO
                   ADD 1 TO WRK-TOTAL-RECUSADOS
               WHEN WRK-NAO-ENTREGAVEL = 'S'
                   ADD 1 TO WRK-TOTAL-NAO-ENTREGA
               WHEN WRK-CONTATO = SPACES AND NOT CMP-CANAL-LIGACAO
                   ADD 1 TO WRK-TOTAL-SEM-DADO
               WHEN OTHER
                   PERFORM 2300-GRAVAR-MEMBRO
           END-EVALUATE.

           READ CLIENTES
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

      *    Consentimento anterior ao cadastro e de outro titular do
      *    mesmo fone e nao vale para o cliente atual
       2050-LER-CONSENTIMENTO.
           MOVE 23 TO CONSENT-STATUS.
           IF WRK-CONSENT-OK = 'S'
               MOVE CLIENTES-FONE TO CNS-FONE
               MOVE CMP-CANAL TO CNS-CANAL
               READ CONSENTIMENTO
                   INVALID KEY
                       MOVE 23 TO CONSENT-STATUS
               END-READ
               IF CONSENT-STATUS = 0
                   AND CNS-DATA < CLIENTES-DATA-CADASTRO
                   MOVE 23 TO CONSENT-STATUS
               END-IF
           END-IF.

      *    A marca so vale enquanto o cadastro tiver o mesmo conteudo
      *    que voltou; ligacao nao tem marca de nao entregavel
       2060-CONFERIR-ENTREGA.
           MOVE 'N' TO WRK-NAO-ENTREGAVEL.
           IF WRK-NAOENT-OK = 'S' AND NOT CMP-CANAL-LIGACAO
               MOVE CLIENTES-FONE TO NEN-FONE
               MOVE CMP-CANAL TO NEN-CANAL
               READ NAO-ENTREGAVEL
                   INVALID KEY
                       MOVE 23 TO NAOENT-STATUS
               END-READ
               IF NAOENT-STATUS = 0
                   IF (CMP-CANAL-EMAIL
                       AND NEN-CONTEUDO = CLIENTES-EMAIL)
                   OR (CMP-CANAL-CORREIO
                       AND NEN-CONTEUDO = CLIENTES-ENDERECO)
                       MOVE 'S' TO WRK-NAO-ENTREGAVEL
                   END-IF
               END-IF
           END-IF.

       2070-CONFERIR-RECLAMACAO.
           MOVE 'N' TO WRK-RECLAMACAO.
           PERFORM 2075-TESTAR-PENDENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-PEND-QTD
               OR WRK-RECLAMACAO = 'S'.

       2075-TESTAR-PENDENTE.
           IF WRK-PEND-FONE(WRK-IDX) = CLIENTES-FONE
               MOVE 'S' TO WRK-RECLAMACAO
           END-IF.

       2080-ESCOLHER-CONTATO.
           EVALUATE TRUE
               WHEN CMP-CANAL-EMAIL
                   MOVE CLIENTES-EMAIL TO WRK-CONTATO
               WHEN CMP-CANAL-CORREIO
                   MOVE CLIENTES-ENDERECO TO WRK-CONTATO
               WHEN OTHER
                   MOVE SPACES TO WRK-CONTATO
           END-EVALUATE.

       2300-GRAVAR-MEMBRO.
           MOVE CMP-CODIGO TO MBR-CAMPANHA.
           MOVE CLIENTES-FONE TO MBR-FONE.
           MOVE WRK-DATA-SISTEMA TO MBR-DATA-SELECAO.
           MOVE SPACE TO MBR-RESPOSTA.
           MOVE ZERO TO MBR-TENTATIVAS.
           MOVE ZEROS TO MBR-DATA-RESPOSTA.
           MOVE SPACES TO MBR-OPERADOR.
           MOVE ZEROS TO MBR-CONTATO-SEQ.
           WRITE CAMPANHA-MEMBRO-REG
               INVALID KEY
                   MOVE 22 TO MEMBRO-STATUS
           END-WRITE.

      *    Membro ja gravado so existe quando uma selecao anterior
      *    terminou com erro e a campanha ficou sem marca: ele volta
      *    para a lista sem perder a resposta ja registrada
           IF MEMBRO-STATUS = 22
               MOVE ZERO TO MEMBRO-STATUS
           END-IF.

           IF MEMBRO-STATUS = 0
               PERFORM 2400-GRAVAR-SAIDA
               ADD 1 TO WRK-TOTAL-SELECIONADOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR MEMBRO: ' CLIENTES-FONE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE ZERO TO MEMBRO-STATUS
           END-IF.

      *    Mesmo formato do CLIENTES-EXPORT.CSV: fone, nome e o dado do
      *    canal (e-mail ou endereco); para ligacao basta o fone
       2400-GRAVAR-SAIDA.
           PERFORM 2100-TAMANHO-NOME.
           PERFORM 2200-TAMANHO-CONTATO.

           MOVE SPACES TO CSV-REG.
           IF CMP-CANAL-LIGACAO
               STRING
                   CLIENTES-FONE                  DELIMITED BY SIZE
                   ','                            DELIMITED BY SIZE
                   CLIENTES-NOME(1:WRK-TAM-NOME)  DELIMITED BY SIZE
                   INTO CSV-REG
               END-STRING
           ELSE
               STRING
                   CLIENTES-FONE                  DELIMITED BY SIZE
                   ','                            DELIMITED BY SIZE
                   CLIENTES-NOME(1:WRK-TAM-NOME)  DELIMITED BY SIZE
                   ','                            DELIMITED BY SIZE
                   WRK-CONTATO(1:WRK-TAM-CONTATO) DELIMITED BY SIZE
                   INTO CSV-REG
               END-STRING
           END-IF.

           WRITE CSV-REG.

       2100-TAMANHO-NOME.
           PERFORM 2110-TESTAR-NOME
               VARYING WRK-TAM-NOME FROM 30 BY -1
               UNTIL WRK-TAM-NOME = 1
               OR CLIENTES-NOME(WRK-TAM-NOME:1) NOT = SPACE.

       2110-TESTAR-NOME.
           CONTINUE.

       2200-TAMANHO-CONTATO.
           PERFORM 2210-TESTAR-CONTATO
               VARYING WRK-TAM-CONTATO FROM 40 BY -1
               UNTIL WRK-TAM-CONTATO = 1
               OR WRK-CONTATO(WRK-TAM-CONTATO:1) NOT = SPACE.

       2210-TESTAR-CONTATO.
           CONTINUE.

      *    A marca de selecao impede repetir; sem ninguem selecionado
      *    ou com erro de gravacao a campanha fica livre para rodar de
      *    novo
       3000-FINALIZAR.
           EVALUATE TRUE
               WHEN WRK-TOTAL-ERROS NOT = ZERO
                   DISPLAY 'ERRO AO GRAVAR MEMBROS - CAMPANHA NAO '
                       'MARCADA, REPETIR A SELECAO'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TOTAL-SELECIONADOS = ZERO
                   DISPLAY 'NENHUM CLIENTE SELECIONADO - CAMPANHA NAO '
                       'MARCADA'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3100-MARCAR-CAMPANHA
           END-EVALUATE.

           CLOSE CLIENTES.
           CLOSE CAMPANHAS.
           CLOSE CAMPANHA-MEMBROS.
           CLOSE SAIDA-CSV.
           IF WRK-CONSENT-OK = 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-NAOENT-OK = 'S'
               CLOSE NAO-ENTREGAVEL
           END-IF.

           DISPLAY 'CAMPANHA ..............: ' CMP-CODIGO ' '
               CMP-DESCRICAO.
           DISPLAY 'CLIENTES LIDOS ........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIENTES SELECIONADOS .: ' WRK-TOTAL-SELECIONADOS.
           DISPLAY 'SAIDA .................: ' WRK-ARQ-SAIDA.
           DISPLAY 'DESCARTADOS POR MOTIVO:'.
           DISPLAY '  INATIVOS ............: ' WRK-TOTAL-INATIVOS.
           DISPLAY '  FORA DA FAIXA .......: ' WRK-TOTAL-FORA-FAIXA.
           DISPLAY '  RECLAMACAO PENDENTE .: ' WRK-TOTAL-RECLAMACAO.
           DISPLAY '  SEM CONSENTIMENTO ...: ' WRK-TOTAL-SEM-CONSENT.
           DISPLAY '  CANAL RECUSADO ......: ' WRK-TOTAL-RECUSADOS.
           DISPLAY '  NAO ENTREGAVEL ......: ' WRK-TOTAL-NAO-ENTREGA.
           DISPLAY '  SEM DADO DO CANAL ...: ' WRK-TOTAL-SEM-DADO.
           DISPLAY 'ERROS DE GRAVACAO .....: ' WRK-TOTAL-ERROS.

       3100-MARCAR-CAMPANHA.
           MOVE WRK-DATA-SISTEMA TO CMP-DATA-SELECAO.
           MOVE WRK-TOTAL-SELECIONADOS TO CMP-TOTAL-SELECIONADOS.
           REWRITE CAMPANHA-REG
               INVALID KEY
                   MOVE 23 TO CAMPANHA-STATUS
           END-REWRITE.
           IF CAMPANHA-STATUS NOT = 0
               DISPLAY 'ERRO AO ATUALIZAR CAMPANHAS.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
