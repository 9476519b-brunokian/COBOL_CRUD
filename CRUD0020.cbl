      *          do CRUD0001, restrita a supervisor), para resolver os
      *          casos apontados pelo CRUD0009 em RELDOC.LST: recebe
      *          os dois fones, deixa o supervisor escolher campo a
      *          campo o registro sobrevivente, move os contatos, as
      *          pendencias, os consentimentos, as marcas de nao
      *          entregavel e a participacao em campanhas do perdedor
      *          para a chave do vencedor (o que o vencedor ja tem
      *          prevalece), inativa o perdedor, aponta a referencia
      *          cruzada e registra a fusao no log (operacao F) em
      *          nome de quem a fez. O par conferido que nao e
      *          duplicidade pode ser gravado em NAO-DUPLICADOS.DAT
      *          (resposta N), para sair das proximas listas do
      *          CRUD0026.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS XREF-STATUS
           RECORD KEY IS XRF-CHAVE.

           SELECT NAO-DUPLICADOS ASSIGN TO 'NAO-DUPLICADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS NAODUP-STATUS
           RECORD KEY IS NDP-CHAVE.

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

           SELECT CAMPANHA-MEMBROS ASSIGN TO 'CAMPANHA-MEMBROS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS MEMBRO-STATUS
           RECORD KEY IS MBR-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO 'CLIENTES-LOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.
       FD FONE-XREF.
           COPY XREREG.

       FD NAO-DUPLICADOS.
           COPY NDPREG.

       FD CONSENTIMENTO.
           COPY CNSREG.

       FD NAO-ENTREGAVEL.
           COPY NENREG.

       FD CAMPANHA-MEMBROS.
           COPY MBRREG.

       FD CLIENTES-LOG.
           COPY CLILOG.

       77 ACOMPANHA-STATUS PIC 9(2).
       77 XREF-STATUS PIC 9(2).
       77 LOG-STATUS PIC 9(2).
       77 NAODUP-STATUS PIC 9(2).
       77 CONSENT-STATUS PIC 9(2).
       77 NAOENT-STATUS PIC 9(2).
       77 MEMBRO-STATUS PIC 9(2).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO FUSAO'.
       77 WRK-TECLA PIC X(1).
       77 WRK-CONTINUA PIC X(1).
       77 WRK-ACP-MOVIDAS PIC 9(04).
       77 WRK-ACP-SEQ-NOVO PIC 9(04).
       77 WRK-ACP-ERROS PIC 9(04).
       77 WRK-MANUT-LIVRE PIC X(01).
       77 WRK-CANAL PIC X(01).
       77 WRK-MBR-CHAVE PIC X(15).
       77 WRK-OPC-ERROS PIC 9(04).

       01 WRK-REG-1.
           05 WRK-REG1-FONE PIC 9(09).
           05 WRK-FIN-ENDERECO PIC X(40).
           05 WRK-FIN-DOCUMENTO PIC X(14).

           COPY SISPRM.

           COPY CADPRM.

       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(08).

                   OPEN I-O FONE-XREF
               END-IF

           OPEN I-O NAO-DUPLICADOS
               IF NAODUP-STATUS = 35 THEN
                   OPEN OUTPUT NAO-DUPLICADOS
                   CLOSE NAO-DUPLICADOS
                   OPEN I-O NAO-DUPLICADOS
               END-IF

           OPEN I-O CONSENTIMENTO
               IF CONSENT-STATUS = 35 THEN
                   OPEN OUTPUT CONSENTIMENTO
                   CLOSE CONSENTIMENTO
                   OPEN I-O CONSENTIMENTO
               END-IF

           OPEN I-O NAO-ENTREGAVEL
               IF NAOENT-STATUS = 35 THEN
                   OPEN OUTPUT NAO-ENTREGAVEL
                   CLOSE NAO-ENTREGAVEL
                   OPEN I-O NAO-ENTREGAVEL
               END-IF

           OPEN I-O CAMPANHA-MEMBROS
               IF MEMBRO-STATUS = 35 THEN
                   OPEN OUTPUT CAMPANHA-MEMBROS
                   CLOSE CAMPANHA-MEMBROS
                   OPEN I-O CAMPANHA-MEMBROS
               END-IF

           OPEN EXTEND CLIENTES-LOG
               IF LOG-STATUS = 35 THEN
                   OPEN OUTPUT CLIENTES-LOG
               DISPLAY 'CONFIRMA A FUSAO (S/N) ?' AT 1820
               ACCEPT WRK-TECLA AT 1845
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                   PERFORM 9000-VERIFICAR-MANUTENCAO
                   IF WRK-MANUT-LIVRE = 'S'
                       PERFORM 7000-EXECUTAR-FUSAO
                   END-IF
               ELSE
                   DISPLAY 'FUSAO CANCELADA' AT 1920
               END-IF
           CLOSE CONTATOS.
           CLOSE ACOMPANHA.
           CLOSE FONE-XREF.
           CLOSE NAO-DUPLICADOS.
           CLOSE CONSENTIMENTO.
           CLOSE NAO-ENTREGAVEL.
           CLOSE CAMPANHA-MEMBROS.
           CLOSE CLIENTES-LOG.

       4000-LER-OS-DOIS.
           DISPLAY WRK-REG2-FONE AT 1119.
           DISPLAY WRK-REG2-NOME AT 1130.
           DISPLAY 'QUAL FONE SOBREVIVE (1/2) ?' AT 1315.
           DISPLAY '(N = NAO SAO A MESMA PESSOA)' AT 1346.
           ACCEPT WRK-ESCOLHA AT 1343.

           EVALUATE WRK-ESCOLHA
               WHEN '2'
                   MOVE WRK-REG-2 TO WRK-REG-VENCEDOR
                   MOVE WRK-REG-1 TO WRK-REG-PERDEDOR
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WRK-FUSAO-OK
                   PERFORM 9000-VERIFICAR-MANUTENCAO
                   IF WRK-MANUT-LIVRE = 'S'
                       PERFORM 5100-GRAVAR-NAO-DUPLICADO
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-FUSAO-OK
                   DISPLAY 'ESCOLHA 1 OU 2 - FUSAO CANCELADA' AT 1620
               MOVE WRK-PER-FONE TO WRK-FONE-PERDEDOR
           END-IF.

      ******************************************************************
      *Par conferido e recusado: fica registrado com o menor fone
      *primeiro, quem conferiu e quando, e nao volta mais a lista de
      *candidatos do CRUD0026
      ******************************************************************
       5100-GRAVAR-NAO-DUPLICADO.
           IF WRK-REG1-FONE < WRK-REG2-FONE
               MOVE WRK-REG1-FONE TO NDP-FONE-MENOR
               MOVE WRK-REG2-FONE TO NDP-FONE-MAIOR
           ELSE
               MOVE WRK-REG2-FONE TO NDP-FONE-MENOR
               MOVE WRK-REG1-FONE TO NDP-FONE-MAIOR
           END-IF.
           ACCEPT NDP-DATA FROM DATE YYYYMMDD.
           MOVE LNK-OPERADOR TO NDP-OPERADOR.

           WRITE NAO-DUPLICADO-REG
               INVALID KEY
                   MOVE 22 TO NAODUP-STATUS
           END-WRITE.

           IF NAODUP-STATUS = 22
               REWRITE NAO-DUPLICADO-REG
                   INVALID KEY
                       MOVE 23 TO NAODUP-STATUS
               END-REWRITE
           END-IF.

           IF NAODUP-STATUS = 0
               DISPLAY 'PAR REGISTRADO COMO NAO DUPLICADO' AT 1620
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O PAR' AT 1620
           END-IF.

      ******************************************************************
      *Campo a campo, o supervisor escolhe de qual registro fica o
      *valor final: 1 = do vencedor, 2 = do perdedor. Qualquer outra
                   PERFORM 7100-INATIVAR-PERDEDOR
                   PERFORM 7200-MOVER-CONTATOS
                   PERFORM 7400-MOVER-PENDENCIAS
                   MOVE ZERO TO WRK-OPC-ERROS
                   PERFORM 8000-MOVER-CONSENTIMENTOS
                   PERFORM 8100-MOVER-NAO-ENTREGAVEIS
                   PERFORM 8200-MOVER-MEMBROS
                   PERFORM 7600-GRAVAR-XREF
                   PERFORM 7700-GRAVAR-LOG
                   DISPLAY 'FUSAO CONCLUIDA COM SUCESSO' AT 1920
                       DISPLAY 'ERRO AO MOVER PENDENCIAS:' AT 2044
                       DISPLAY WRK-ACP-ERROS AT 2070
                   END-IF
                   IF WRK-OPC-ERROS NOT = ZERO
                       DISPLAY 'ERRO OPCOES/CAMPANHAS:' AT 1950
                       DISPLAY WRK-OPC-ERROS AT 1973
                   END-IF
               END-IF
           END-IF.

           MOVE LNK-OPERADOR TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 7800-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.

           MOVE 'F' TO LOG-OPERACAO.
           MOVE LNK-OPERADOR TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 7800-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       7800-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0020' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

      ******************************************************************
      *Consentimento, marca de nao entregavel e campanha do perdedor
      *passam para o vencedor; onde o vencedor ja tem registro para o
      *mesmo canal ou campanha, o dele prevalece e o do perdedor e
      *descartado. O fone do perdedor fica limpo para um titular
      *futuro nao herdar as opcoes deste cliente.
      ******************************************************************
       8000-MOVER-CONSENTIMENTOS.
           MOVE 'E' TO WRK-CANAL.
           PERFORM 8050-MOVER-UM-CONSENTIMENTO.
           MOVE 'C' TO WRK-CANAL.
           PERFORM 8050-MOVER-UM-CONSENTIMENTO.
           MOVE 'L' TO WRK-CANAL.
           PERFORM 8050-MOVER-UM-CONSENTIMENTO.

       8050-MOVER-UM-CONSENTIMENTO.
           MOVE WRK-FONE-PERDEDOR TO CNS-FONE.
           MOVE WRK-CANAL TO CNS-CANAL.
           READ CONSENTIMENTO
               INVALID KEY
                   MOVE 23 TO CONSENT-STATUS
           END-READ.
           IF CONSENT-STATUS = 0
               MOVE WRK-FONE-VENCEDOR TO CNS-FONE
               WRITE CONSENTIMENTO-REG
                   INVALID KEY
                       MOVE 22 TO CONSENT-STATUS
               END-WRITE
               IF CONSENT-STATUS = 0 OR CONSENT-STATUS = 22
                   MOVE WRK-FONE-PERDEDOR TO CNS-FONE
                   MOVE WRK-CANAL TO CNS-CANAL
                   DELETE CONSENTIMENTO
                       INVALID KEY
                           MOVE 23 TO CONSENT-STATUS
                   END-DELETE
               END-IF
               IF CONSENT-STATUS NOT = 0 AND CONSENT-STATUS NOT = 22
                   ADD 1 TO WRK-OPC-ERROS
               END-IF
           END-IF.
           MOVE ZERO TO CONSENT-STATUS.

       8100-MOVER-NAO-ENTREGAVEIS.
           MOVE 'E' TO WRK-CANAL.
           PERFORM 8150-MOVER-UMA-MARCA.
           MOVE 'C' TO WRK-CANAL.
           PERFORM 8150-MOVER-UMA-MARCA.

       8150-MOVER-UMA-MARCA.
           MOVE WRK-FONE-PERDEDOR TO NEN-FONE.
           MOVE WRK-CANAL TO NEN-CANAL.
           READ NAO-ENTREGAVEL
               INVALID KEY
                   MOVE 23 TO NAOENT-STATUS
           END-READ.
           IF NAOENT-STATUS = 0
               MOVE WRK-FONE-VENCEDOR TO NEN-FONE
               WRITE NAO-ENTREGAVEL-REG
                   INVALID KEY
                       MOVE 22 TO NAOENT-STATUS
               END-WRITE
               IF NAOENT-STATUS = 0 OR NAOENT-STATUS = 22
                   MOVE WRK-FONE-PERDEDOR TO NEN-FONE
                   MOVE WRK-CANAL TO NEN-CANAL
                   DELETE NAO-ENTREGAVEL
                       INVALID KEY
                           MOVE 23 TO NAOENT-STATUS
                   END-DELETE
               END-IF
               IF NAOENT-STATUS NOT = 0 AND NAOENT-STATUS NOT = 22
                   ADD 1 TO WRK-OPC-ERROS
               END-IF
           END-IF.
           MOVE ZERO TO NAOENT-STATUS.

      *    A chave de CAMPANHA-MEMBROS.DAT comeca pela campanha, entao
      *    o perdedor e procurado no arquivo inteiro; cada membro
      *    movido retoma a leitura logo depois da chave antiga
       8200-MOVER-MEMBROS.
           MOVE LOW-VALUES TO MBR-CHAVE.
           START CAMPANHA-MEMBROS KEY IS NOT LESS MBR-CHAVE
               INVALID KEY
                   MOVE 23 TO MEMBRO-STATUS
           END-START.
           PERFORM 8250-MOVER-UM-MEMBRO
               UNTIL MEMBRO-STATUS NOT = 0.
           MOVE ZERO TO MEMBRO-STATUS.

       8250-MOVER-UM-MEMBRO.
           READ CAMPANHA-MEMBROS NEXT RECORD
               AT END
                   MOVE 10 TO MEMBRO-STATUS
           END-READ.
           IF MEMBRO-STATUS = 0
               IF MBR-FONE = WRK-FONE-PERDEDOR
                   MOVE MBR-CHAVE TO WRK-MBR-CHAVE
                   MOVE WRK-FONE-VENCEDOR TO MBR-FONE
                   WRITE CAMPANHA-MEMBRO-REG
                       INVALID KEY
                           MOVE 22 TO MEMBRO-STATUS
                   END-WRITE
                   IF MEMBRO-STATUS = 0 OR MEMBRO-STATUS = 22
                       MOVE WRK-MBR-CHAVE TO MBR-CHAVE
                       DELETE CAMPANHA-MEMBROS
                           INVALID KEY
                               MOVE 23 TO MEMBRO-STATUS
                       END-DELETE
                   END-IF
                   IF MEMBRO-STATUS NOT = 0 AND MEMBRO-STATUS NOT = 22
                       ADD 1 TO WRK-OPC-ERROS
                   END-IF
                   MOVE ZERO TO MEMBRO-STATUS
                   MOVE WRK-MBR-CHAVE TO MBR-CHAVE
                   START CAMPANHA-MEMBROS KEY IS GREATER MBR-CHAVE
                       INVALID KEY
                           MOVE 23 TO MEMBRO-STATUS
                   END-START
               END-IF
           END-IF.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0020' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
