      *          levando o historico junto: move o registro de
      *          CLIENTES.DAT para a chave nova, re-chaveia os
      *          contatos e as pendencias de acompanhamento do fone
      *          antigo, leva os consentimentos, as marcas de nao
      *          entregavel e a participacao em campanhas para o fone
      *          novo, grava a referencia cruzada em FONE-XREF.DAT
      *          e registra a troca no log (operacao T) com os dois
      *          numeros.
      * Tectonics: cobc
           FILE STATUS IS XREF-STATUS
           RECORD KEY IS XRF-CHAVE.

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
       77 CONSENT-STATUS PIC 9(2).
       77 NAOENT-STATUS PIC 9(2).
       77 MEMBRO-STATUS PIC 9(2).
       77 WRK-MODULO PIC X(25) VALUE 'MODULO TROCA DE FONE'.
       77 WRK-TECLA PIC X(1).
       77 WRK-CONTINUA PIC X(1).
       77 WRK-ACP-MOVIDAS PIC 9(04).
       77 WRK-ACP-SEQ-NOVO PIC 9(04).
       77 WRK-ACP-ERROS PIC 9(04).
       77 WRK-MANUT-LIVRE PIC X(01).
       77 WRK-CANAL PIC X(01).
       77 WRK-MBR-CHAVE PIC X(15).
       77 WRK-OPC-ERROS PIC 9(04).

           COPY SISPRM.

           COPY CADPRM.

       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(08).
                   OPEN I-O FONE-XREF
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
                   DISPLAY 'CONFIRMA A TROCA (S/N) ?' AT 1620
                   ACCEPT WRK-TECLA AT 1645
                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       PERFORM 9000-VERIFICAR-MANUTENCAO
                       IF WRK-MANUT-LIVRE = 'S'
                           PERFORM 5000-EXECUTAR-TROCA
                       END-IF
                   ELSE
                       DISPLAY 'TROCA CANCELADA' AT 1720
                   END-IF
           CLOSE CONTATOS.
           CLOSE ACOMPANHA.
           CLOSE FONE-XREF.
           CLOSE CONSENTIMENTO.
           CLOSE NAO-ENTREGAVEL.
           CLOSE CAMPANHA-MEMBROS.
           CLOSE CLIENTES-LOG.

       4000-VALIDAR-FONE-NOVO.
      *A troca e feita movendo o registro para a chave nova e so
      *depois removendo a antiga; se a gravacao nova falhar, o
      *cadastro original fica intacto. Contatos e pendencias sao
      *re-chaveados um a um, consentimentos, marcas de nao
      *entregavel e campanhas seguem o cliente, e a referencia
      *cruzada fica registrada para as consultas pelo numero antigo.
      ******************************************************************
       5000-EXECUTAR-TROCA.
           MOVE WRK-REG-GUARDADO TO CLIENTES-REG.
               ELSE
                   PERFORM 6000-MOVER-CONTATOS
                   PERFORM 7000-MOVER-PENDENCIAS
                   MOVE ZERO TO WRK-OPC-ERROS
                   PERFORM 7500-MOVER-CONSENTIMENTOS
                   PERFORM 7600-MOVER-NAO-ENTREGAVEIS
                   PERFORM 7700-MOVER-MEMBROS
                   PERFORM 8000-GRAVAR-XREF
                   PERFORM 8500-GRAVAR-LOG
                   DISPLAY 'FONE TROCADO COM SUCESSO' AT 1720
                       DISPLAY 'ERRO AO MOVER PENDENCIAS:' AT 1944
                       DISPLAY WRK-ACP-ERROS AT 1970
                   END-IF
                   IF WRK-OPC-ERROS NOT = ZERO
                       DISPLAY 'ERRO OPCOES/CAMPANHAS:' AT 1844
                       DISPLAY WRK-OPC-ERROS AT 1867
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
      *Consentimento, marca de nao entregavel e campanha sao do
      *cliente, nao do numero. O fone novo nao tem cadastro, entao o
      *que estiver gravado nele e de um titular anterior e da lugar ao
      *do cliente que chega; o fone antigo fica limpo para o proximo
      *titular nao herdar as opcoes deste.
      ******************************************************************
       7500-MOVER-CONSENTIMENTOS.
           MOVE 'E' TO WRK-CANAL.
           PERFORM 7550-MOVER-UM-CONSENTIMENTO.
           MOVE 'C' TO WRK-CANAL.
           PERFORM 7550-MOVER-UM-CONSENTIMENTO.
           MOVE 'L' TO WRK-CANAL.
           PERFORM 7550-MOVER-UM-CONSENTIMENTO.

       7550-MOVER-UM-CONSENTIMENTO.
           MOVE WRK-FONE-NOVO TO CNS-FONE.
           MOVE WRK-CANAL TO CNS-CANAL.
           DELETE CONSENTIMENTO
               INVALID KEY
                   MOVE 23 TO CONSENT-STATUS
           END-DELETE.

           MOVE WRK-FONE-ANTIGO TO CNS-FONE.
           MOVE WRK-CANAL TO CNS-CANAL.
           READ CONSENTIMENTO
               INVALID KEY
                   MOVE 23 TO CONSENT-STATUS
           END-READ.
           IF CONSENT-STATUS = 0
               MOVE WRK-FONE-NOVO TO CNS-FONE
               WRITE CONSENTIMENTO-REG
                   INVALID KEY
                       MOVE 22 TO CONSENT-STATUS
               END-WRITE
               IF CONSENT-STATUS = 0
                   MOVE WRK-FONE-ANTIGO TO CNS-FONE
                   DELETE CONSENTIMENTO
                       INVALID KEY
                           MOVE 23 TO CONSENT-STATUS
                   END-DELETE
               END-IF
               IF CONSENT-STATUS NOT = 0
                   ADD 1 TO WRK-OPC-ERROS
               END-IF
           END-IF.
           MOVE ZERO TO CONSENT-STATUS.

       7600-MOVER-NAO-ENTREGAVEIS.
           MOVE 'E' TO WRK-CANAL.
           PERFORM 7650-MOVER-UMA-MARCA.
           MOVE 'C' TO WRK-CANAL.
           PERFORM 7650-MOVER-UMA-MARCA.

       7650-MOVER-UMA-MARCA.
           MOVE WRK-FONE-NOVO TO NEN-FONE.
           MOVE WRK-CANAL TO NEN-CANAL.
           DELETE NAO-ENTREGAVEL
               INVALID KEY
                   MOVE 23 TO NAOENT-STATUS
           END-DELETE.

           MOVE WRK-FONE-ANTIGO TO NEN-FONE.
           MOVE WRK-CANAL TO NEN-CANAL.
           READ NAO-ENTREGAVEL
               INVALID KEY
                   MOVE 23 TO NAOENT-STATUS
           END-READ.
           IF NAOENT-STATUS = 0
               MOVE WRK-FONE-NOVO TO NEN-FONE
               WRITE NAO-ENTREGAVEL-REG
                   INVALID KEY
                       MOVE 22 TO NAOENT-STATUS
               END-WRITE
               IF NAOENT-STATUS = 0
                   MOVE WRK-FONE-ANTIGO TO NEN-FONE
                   DELETE NAO-ENTREGAVEL
                       INVALID KEY
                           MOVE 23 TO NAOENT-STATUS
                   END-DELETE
               END-IF
               IF NAOENT-STATUS NOT = 0
                   ADD 1 TO WRK-OPC-ERROS
               END-IF
           END-IF.
           MOVE ZERO TO NAOENT-STATUS.

      *    A chave de CAMPANHA-MEMBROS.DAT comeca pela campanha, entao
      *    o fone antigo e procurado no arquivo inteiro; cada membro
      *    movido retoma a leitura logo depois da chave antiga
       7700-MOVER-MEMBROS.
           MOVE LOW-VALUES TO MBR-CHAVE.
           START CAMPANHA-MEMBROS KEY IS NOT LESS MBR-CHAVE
               INVALID KEY
                   MOVE 23 TO MEMBRO-STATUS
           END-START.
           PERFORM 7750-MOVER-UM-MEMBRO
               UNTIL MEMBRO-STATUS NOT = 0.
           MOVE ZERO TO MEMBRO-STATUS.

       7750-MOVER-UM-MEMBRO.
           READ CAMPANHA-MEMBROS NEXT RECORD
               AT END
                   MOVE 10 TO MEMBRO-STATUS
           END-READ.
           IF MEMBRO-STATUS = 0
               IF MBR-FONE = WRK-FONE-ANTIGO
                   MOVE MBR-CHAVE TO WRK-MBR-CHAVE
                   MOVE WRK-FONE-NOVO TO MBR-FONE
                   WRITE CAMPANHA-MEMBRO-REG
                       INVALID KEY
                           MOVE 22 TO MEMBRO-STATUS
                   END-WRITE
                   IF MEMBRO-STATUS = 22
                       REWRITE CAMPANHA-MEMBRO-REG
                           INVALID KEY
                               MOVE 23 TO MEMBRO-STATUS
                       END-REWRITE
                   END-IF
                   IF MEMBRO-STATUS = 0
                       MOVE WRK-MBR-CHAVE TO MBR-CHAVE
                       DELETE CAMPANHA-MEMBROS
                           INVALID KEY
                               MOVE 23 TO MEMBRO-STATUS
                       END-DELETE
                   END-IF
                   IF MEMBRO-STATUS NOT = 0
                       ADD 1 TO WRK-OPC-ERROS
                       MOVE ZERO TO MEMBRO-STATUS
                   END-IF
                   MOVE WRK-MBR-CHAVE TO MBR-CHAVE
                   START CAMPANHA-MEMBROS KEY IS GREATER MBR-CHAVE
                       INVALID KEY
                           MOVE 23 TO MEMBRO-STATUS
                   END-START
               END-IF
           END-IF.

      *    Fone antigo que ja foi destino de outra troca pode ter
      *    apontamento proprio; os saltos em cadeia sao resolvidos
      *    na consulta, seguindo um apontamento por vez
           MOVE LNK-OPERADOR TO LOG-OPERADOR.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 8600-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       8600-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0015' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0015' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
