      * Author: Bruno Kian
      * Date: 26/06/2025
      * Purpose: Exportar CLIENTES.DAT em formato delimitado por virgula
      *          para uso da equipe de marketing. So sai quem autorizou
      *          contato por e-mail em CONSENTIMENTO.DAT (LGPD); os
      *          suprimidos sao contados por motivo. E-mail marcado
      *          como nao entregavel em NAO-ENTREGAVEL.DAT tambem fica
      *          de fora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-STATUS.

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
       FD EXPORT-CSV.
       01 CSV-REG PIC X(100).

       FD CONSENTIMENTO.
           COPY CNSREG.

       FD NAO-ENTREGAVEL.
           COPY NENREG.

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 CSV-STATUS PIC 9(2).
       77 WRK-TAM-NOME PIC 9(02).
       77 WRK-TAM-EMAIL PIC 9(02).
       77 WRK-TOTAL PIC 9(05) VALUE ZERO.
       77 CONSENT-STATUS PIC 9(2).
       77 WRK-CONSENT-OK PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-LIDOS PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-SEM-CONSENT PIC 9(05) VALUE ZERO.
       77 WRK-TOTAL-RECUSADOS PIC 9(05) VALUE ZERO.
       77 NAOENT-STATUS PIC 9(2).
       77 WRK-NAOENT-OK PIC X(01) VALUE 'N'.
       77 WRK-NAO-ENTREGAVEL PIC X(01).
       77 WRK-TOTAL-NAO-ENTREGA PIC 9(05) VALUE ZERO.

      *****************************************************************
       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

      *    Sem o registro de consentimento ninguem esta autorizado: o
      *    arquivo sai vazio, com todos contados como sem registro
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

           OPEN OUTPUT EXPORT-CSV.
           READ CLIENTES
               AT END
           END-READ.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2050-LER-CONSENTIMENTO.
           PERFORM 2060-CONFERIR-ENTREGA.

           EVALUATE TRUE
               WHEN CONSENT-STATUS NOT = 0
                   ADD 1 TO WRK-TOTAL-SEM-CONSENT
               WHEN NOT CNS-AUTORIZADO
                   ADD 1 TO WRK-TOTAL-RECUSADOS
               WHEN WRK-NAO-ENTREGAVEL = 'S'
                   ADD 1 TO WRK-TOTAL-NAO-ENTREGA
               WHEN OTHER
                   PERFORM 2300-EXPORTAR-CLIENTE
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
               MOVE 'E' TO CNS-CANAL
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
               MOVE 'E' TO NEN-CANAL
               READ NAO-ENTREGAVEL
                   INVALID KEY
                       MOVE 23 TO NAOENT-STATUS
               END-READ
               IF NAOENT-STATUS = 0 AND NEN-CONTEUDO = CLIENTES-EMAIL
                   MOVE 'S' TO WRK-NAO-ENTREGAVEL
               END-IF
           END-IF.

       2300-EXPORTAR-CLIENTE.
           PERFORM 2100-TAMANHO-NOME.
           PERFORM 2200-TAMANHO-EMAIL.

           WRITE CSV-REG.
           ADD 1 TO WRK-TOTAL.

       2100-TAMANHO-NOME.
           PERFORM 2110-TESTAR-NOME
               VARYING WRK-TAM-NOME FROM 30 BY -1
           CONTINUE.

       3000-FINALIZAR.
           DISPLAY 'CLIENTES LIDOS ........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIENTES EXPORTADOS ...: ' WRK-TOTAL.
           DISPLAY 'SUPRIMIDOS POR MOTIVO:'.
           DISPLAY '  SEM CONSENTIMENTO ...: ' WRK-TOTAL-SEM-CONSENT.
           DISPLAY '  E-MAIL RECUSADO .....: ' WRK-TOTAL-RECUSADOS.
           DISPLAY '  E-MAIL NAO ENTREGAVEL : ' WRK-TOTAL-NAO-ENTREGA.
           CLOSE CLIENTES.
           CLOSE EXPORT-CSV.
           IF WRK-CONSENT-OK = 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-NAOENT-OK = 'S'
               CLOSE NAO-ENTREGAVEL
           END-IF.
