      * Purpose: Emitir etiquetas de mala direta (nome + endereco) em
      *          formulario de 3 colunas, lendo CLIENTES.DAT na ordem
      *          da chave alternada de nome, pulando inativos e com
      *          selecao por faixa de data de cadastro. So recebe
      *          etiqueta quem autorizou contato por correio em
      *          CONSENTIMENTO.DAT (LGPD) e cujo endereco nao esta
      *          marcado como nao entregavel em NAO-ENTREGAVEL.DAT.
      *          Saida em ETIQUETAS.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LST-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD LST-ETIQUETAS.
       01 LST-REG PIC X(126).

       FD CONSENTIMENTO.
           COPY CNSREG.

       FD NAO-ENTREGAVEL.
           COPY NENREG.

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 LST-STATUS PIC 9(2).
       77 WRK-TOTAL-INATIVOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-FORA-FAIXA PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-ETIQUETAS PIC 9(05) VALUE ZERO.
       77 CONSENT-STATUS PIC 9(2).
       77 WRK-CONSENT-OK PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-SEM-CONSENT PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-RECUSADOS PIC 9(05) VALUE ZERO.
       77 NAOENT-STATUS PIC 9(2).
       77 WRK-NAOENT-OK PIC X(01) VALUE 'N'.
       77 WRK-NAO-ENTREGAVEL PIC X(01).
       77 WRK-TOTAL-NAO-ENTREGA PIC 9(05) VALUE ZERO.

       01 WRK-ETIQUETAS.
           05 WRK-ETQ OCCURS 3.
               MOVE 99999999 TO WRK-DATA-FIM
           END-IF.

      *    Sem o registro de consentimento ninguem esta autorizado a
      *    receber correspondencia: todos saem como sem registro
           OPEN INPUT CONSENTIMENTO.
           IF CONSENT-STATUS = 0
               MOVE 'S' TO WRK-CONSENT-OK
           ELSE
               DISPLAY 'CONSENTIMENTO.DAT NAO ENCONTRADO'
           END-IF.

      *    As marcas de nao entregavel so existem depois do primeiro
      *    processamento de devolucoes (CRUD0025)
           OPEN INPUT NAO-ENTREGAVEL.
           IF NAOENT-STATUS = 0
               MOVE 'S' TO WRK-NAOENT-OK
           END-IF.

           OPEN OUTPUT LST-ETIQUETAS.

           MOVE LOW-VALUES TO CLIENTES-NOME.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2050-LER-CONSENTIMENTO.
           PERFORM 2060-CONFERIR-ENTREGA.

           EVALUATE TRUE
               WHEN CLIENTES-INATIVO
               WHEN CLIENTES-DATA-CADASTRO < WRK-DATA-INI
               WHEN CLIENTES-DATA-CADASTRO > WRK-DATA-FIM
                   ADD 1 TO WRK-TOTAL-FORA-FAIXA
               WHEN CONSENT-STATUS NOT = 0
                   ADD 1 TO WRK-TOTAL-SEM-CONSENT
               WHEN NOT CNS-AUTORIZADO
                   ADD 1 TO WRK-TOTAL-RECUSADOS
               WHEN WRK-NAO-ENTREGAVEL = 'S'
                   ADD 1 TO WRK-TOTAL-NAO-ENTREGA
               WHEN OTHER
                   ADD 1 TO WRK-ETQ-QTD
                   MOVE CLIENTES-NOME
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

      *    Consentimento anterior ao cadastro e de outro titular do
      *    mesmo fone e nao vale para o cliente atual
       2050-LER-CONSENTIMENTO.
           MOVE 23 TO CONSENT-STATUS.
           IF WRK-CONSENT-OK = 'S'
               MOVE CLIENTES-FONE TO CNS-FONE
               MOVE 'C' TO CNS-CANAL
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
      *    que voltou; corrigido o cadastro, o canal volta a valer
       2060-CONFERIR-ENTREGA.
           MOVE 'N' TO WRK-NAO-ENTREGAVEL.
           IF WRK-NAOENT-OK = 'S'
               MOVE CLIENTES-FONE TO NEN-FONE
               MOVE 'C' TO NEN-CANAL
               READ NAO-ENTREGAVEL
                   INVALID KEY
                       MOVE 23 TO NAOENT-STATUS
               END-READ
               IF NAOENT-STATUS = 0 AND NEN-CONTEUDO = CLIENTES-ENDERECO
                   MOVE 'S' TO WRK-NAO-ENTREGAVEL
               END-IF
           END-IF.

       2100-IMPRIMIR-FAIXA.
           MOVE SPACES TO LIN-NOMES.
           MOVE SPACES TO LIN-ENDERECOS.

           CLOSE CLIENTES.
           CLOSE LST-ETIQUETAS.
           IF WRK-CONSENT-OK = 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-NAOENT-OK = 'S'
               CLOSE NAO-ENTREGAVEL
           END-IF.

           DISPLAY 'CLIENTES LIDOS ........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'INATIVOS PULADOS ......: ' WRK-TOTAL-INATIVOS.
           DISPLAY 'FORA DA FAIXA .........: ' WRK-TOTAL-FORA-FAIXA.
           DISPLAY 'SUPRIMIDOS POR MOTIVO:'.
           DISPLAY '  SEM CONSENTIMENTO ...: ' WRK-TOTAL-SEM-CONSENT.
           DISPLAY '  CORREIO RECUSADO ....: ' WRK-TOTAL-RECUSADOS.
           DISPLAY '  ENDERECO DEVOLVIDO ..: ' WRK-TOTAL-NAO-ENTREGA.
           DISPLAY 'ETIQUETAS GERADAS .....: ' WRK-TOTAL-ETIQUETAS.
