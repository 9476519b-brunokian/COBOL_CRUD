           ACCESS MODE IS RANDOM
           FILE STATUS IS XREF-STATUS
           RECORD KEY IS XRF-CHAVE.

           SELECT CONSENTIMENTO ASSIGN TO 'CONSENTIMENTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CONSENT-STATUS
           RECORD KEY IS CNS-CHAVE.

           SELECT TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS TRANSF-STATUS
           RECORD KEY IS TRF-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD FONE-XREF.
           COPY XREREG.

       FD CONSENTIMENTO.
           COPY CNSREG.

       FD TRANSFERENCIAS.
           COPY TRFREG.

       WORKING-STORAGE SECTION.
       77 WRK-OPTION PIC X(1).
           88 WRK-SAIDA VALUE '7'.
       77 WRK-DOC-DUP-NOME PIC X(30).
       77 WRK-DOC-DUP-FONE PIC 9(09).
       77 WRK-REG-GUARDADO PIC X(142).
       77 CONSENT-STATUS PIC 9(2).
       77 WRK-CONSENT-OK PIC X(01) VALUE 'N'.
       77 WRK-MANUT-LIVRE PIC X(01) VALUE 'S'.
       77 TRANSF-STATUS PIC 9(2).
       77 WRK-TRANSF-OK PIC X(01) VALUE 'N'.
       77 WRK-TRANSFERIDO PIC X(01).
       77 WRK-ENTRADA-DATA PIC 9(08).
       77 WRK-ENTRADA-HORA PIC 9(08).

           COPY SISPRM.

           COPY CADPRM.

       01 WRK-CNS-RESUMO.
           05 FILLER PIC X(12) VALUE 'LGPD E-MAIL:'.
           05 WRK-CNS-RES-EMAIL PIC X(01).
           05 FILLER PIC X(09) VALUE ' CORREIO:'.
           05 WRK-CNS-RES-CORREIO PIC X(01).
           05 FILLER PIC X(09) VALUE ' LIGACAO:'.
           05 WRK-CNS-RES-LIGACAO PIC X(01).

       01 WRK-DOC-DIGITOS.
           05 WRK-DOC-DIG OCCURS 14 PIC 9(01).
           03 LINE 17 COLUMN 15 VALUE 'P - PENDENCIAS'.
           03 LINE 18 COLUMN 15 VALUE 'T - TROCAR FONE'.
           03 LINE 19 COLUMN 15 VALUE 'M - FUSAO DE CLIENTES'.
           03 LINE 20 COLUMN 15 VALUE 'C - CONSENTIMENTO LGPD'.
           03 LINE 07 COLUMN 45 VALUE 'L - ANONIMIZACAO LGPD'.
           03 LINE 08 COLUMN 45 VALUE 'K - CAMPANHAS'.
           03 LINE 09 COLUMN 45 VALUE 'S - SITUACAO DO SISTEMA'.
           03 LINE 10 COLUMN 45 VALUE 'F - TRANSFERIR P/ FILIAL'.
           03 LINE 11 COLUMN 45 VALUE 'R - RECEBER TRANSFERENCIA'.
           03 LINE 21 COLUMN 15 VALUE 'OPCAO:'.
           03 LINE 21 COLUMN 22 USING WRK-OPTION.

                   MOVE 'S' TO WRK-XREF-OK
               END-IF

      *    O registro de consentimento so existe depois do primeiro
      *    lancamento pela opcao C; sem ele todo canal aparece sem
      *    registro na consulta
           OPEN INPUT CONSENTIMENTO
               IF CONSENT-STATUS = 0 THEN
                   MOVE 'S' TO WRK-CONSENT-OK
               END-IF

      *    O registro de transferencias so existe depois da primeira
      *    transferencia entre filiais (opcoes F e R)
           OPEN INPUT TRANSFERENCIAS
               IF TRANSF-STATUS = 0 THEN
                   MOVE 'S' TO WRK-TRANSF-OK
               END-IF

           PERFORM 1100-LOGIN.

       1100-LOGIN.
               IF WRK-XREF-OK = 'S'
                   CLOSE FONE-XREF
               END-IF
               IF WRK-CONSENT-OK = 'S'
                   CLOSE CONSENTIMENTO
               END-IF
               IF WRK-TRANSF-OK = 'S'
                   CLOSE TRANSFERENCIAS
               END-IF
               STOP RUN
           END-IF.

           PERFORM 1200-MOSTRAR-AVISO.

       1150-TENTAR-LOGIN.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE SPACES TO WRK-LOGIN-ID.
                   MOVE OPER-NIVEL TO WRK-OPER-NIVEL
           END-EVALUATE.

      *    Aviso do administrador e janela de manutencao aberta
      *    aparecem logo depois do login
       1200-MOSTRAR-AVISO.
           MOVE 'C' TO MNT-FUNCAO.
           PERFORM 1350-CHAMAR-CRUD0032.
           IF MNT-AVISO NOT = SPACES OR MNT-EM-MANUTENCAO
               DISPLAY TELA
               IF MNT-AVISO NOT = SPACES
                   DISPLAY 'AVISO DO ADMINISTRADOR:' AT 0915
                   DISPLAY MNT-AVISO AT 1015
               END-IF
               IF MNT-EM-MANUTENCAO
                   DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS'
                       AT 1215
                   DISPLAY 'ROTINA EM ANDAMENTO:' AT 1315
                   DISPLAY MNT-PROG-BLOQUEIO AT 1336
               END-IF
               ACCEPT WRK-TECLA AT 2010
           END-IF.

      ******************************************************************
      *Janela de manutencao: enquanto uma rotina em lote descarrega ou
      *recarrega o cadastro, nenhuma atualizacao e aceita. Verificado
      *na escolha da opcao e de novo imediatamente antes de gravar,
      *porque a janela pode abrir com o operador no meio da digitacao.
      ******************************************************************
       1300-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           PERFORM 1350-CHAMAR-CRUD0032.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.

       1350-CHAMAR-CRUD0032.
           MOVE 'CRUD0001' TO MNT-PROGRAMA.
           MOVE WRK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.


       2000-PROCESSAR.
           DISPLAY TELA.

           EVALUATE WRK-OPTION
               WHEN 1
                   PERFORM 1300-VERIFICAR-MANUTENCAO
                   IF WRK-MANUT-LIVRE = 'S'
                       PERFORM 5000-INCLUIR
                   ELSE
                       ACCEPT WRK-TECLA AT 2010
                   END-IF
               WHEN 2
                   PERFORM 6000-CONSULTAR
               WHEN 3
                   PERFORM 1300-VERIFICAR-MANUTENCAO
                   IF WRK-MANUT-LIVRE = 'S'
                       PERFORM 7000-ALTERAR
                   ELSE
                       ACCEPT WRK-TECLA AT 2010
                   END-IF
               WHEN 4
                   IF WRK-OPER-NIVEL < 2
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       PERFORM 1300-VERIFICAR-MANUTENCAO
                       IF WRK-MANUT-LIVRE = 'S'
                           PERFORM 8000-EXCLUIR
                       ELSE
                           ACCEPT WRK-TECLA AT 2010
                       END-IF
                   END-IF
               WHEN 5
                   CLOSE CLIENTES
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       PERFORM 1300-VERIFICAR-MANUTENCAO
                       IF WRK-MANUT-LIVRE = 'S'
                           PERFORM 9000-REATIVAR
                       ELSE
                           ACCEPT WRK-TECLA AT 2010
                       END-IF
                   END-IF
               WHEN 7
                   CONTINUE
                   IF WRK-XREF-OK = 'S'
                       CLOSE FONE-XREF
                   END-IF
                   IF WRK-CONSENT-OK = 'S'
                       CLOSE CONSENTIMENTO
                   END-IF
                   CALL 'CRUD0015' USING WRK-OPERADOR
                   CANCEL 'CRUD0015'
                   OPEN I-O CLIENTES
                   OPEN I-O CONTATOS
                   OPEN EXTEND CLIENTES-LOG
      *            A troca leva os consentimentos e pode ter criado o
      *            arquivo: tenta abri-lo de novo
                   MOVE 'N' TO WRK-CONSENT-OK
                   OPEN INPUT CONSENTIMENTO
                   IF CONSENT-STATUS = 0
                       MOVE 'S' TO WRK-CONSENT-OK
                   END-IF
      *            A troca pode ter acabado de criar o arquivo de
      *            referencia cruzada: tenta abri-lo de novo
                   MOVE 'N' TO WRK-XREF-OK
                       IF WRK-XREF-OK = 'S'
                           CLOSE FONE-XREF
                       END-IF
                       IF WRK-CONSENT-OK = 'S'
                           CLOSE CONSENTIMENTO
                       END-IF
                       CALL 'CRUD0020' USING WRK-OPERADOR
                       CANCEL 'CRUD0020'
                       OPEN I-O CLIENTES
                       OPEN I-O CONTATOS
                       OPEN EXTEND CLIENTES-LOG
      *                A fusao leva os consentimentos e pode ter criado
      *                o arquivo: tenta abri-lo de novo
                       MOVE 'N' TO WRK-CONSENT-OK
                       OPEN INPUT CONSENTIMENTO
                       IF CONSENT-STATUS = 0
                           MOVE 'S' TO WRK-CONSENT-OK
                       END-IF
      *                A fusao pode ter acabado de criar o arquivo de
      *                referencia cruzada: tenta abri-lo de novo
                       MOVE 'N' TO WRK-XREF-OK
                           MOVE 'S' TO WRK-XREF-OK
                       END-IF
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   CLOSE CLIENTES
                   IF WRK-CONSENT-OK = 'S'
                       CLOSE CONSENTIMENTO
                   END-IF
                   CALL 'CRUD0023' USING WRK-OPERADOR
                   CANCEL 'CRUD0023'
                   OPEN I-O CLIENTES
      *            O primeiro registro de consentimento cria o
      *            arquivo: tenta abri-lo de novo
                   MOVE 'N' TO WRK-CONSENT-OK
                   OPEN INPUT CONSENTIMENTO
                   IF CONSENT-STATUS = 0
                       MOVE 'S' TO WRK-CONSENT-OK
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   IF WRK-OPER-NIVEL < 2
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       CLOSE CLIENTES
                       CLOSE CONTATOS
                       CLOSE CLIENTES-LOG
                       IF WRK-HIST-OK = 'S'
                           CLOSE CLIENTES-HIST
                       END-IF
                       IF WRK-XREF-OK = 'S'
                           CLOSE FONE-XREF
                       END-IF
                       IF WRK-CONSENT-OK = 'S'
                           CLOSE CONSENTIMENTO
                       END-IF
                       CALL 'CRUD0024' USING WRK-OPERADOR
                       CANCEL 'CRUD0024'
                       OPEN I-O CLIENTES
                       OPEN I-O CONTATOS
                       OPEN EXTEND CLIENTES-LOG
                       IF WRK-HIST-OK = 'S'
                           OPEN INPUT CLIENTES-HIST
                       END-IF
                       IF WRK-XREF-OK = 'S'
                           OPEN INPUT FONE-XREF
                       END-IF
                       IF WRK-CONSENT-OK = 'S'
                           OPEN INPUT CONSENTIMENTO
                       END-IF
                   END-IF
               WHEN 'K'
               WHEN 'k'
                   IF WRK-OPER-NIVEL < 2
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       CALL 'CRUD0027' USING WRK-OPERADOR
                       CANCEL 'CRUD0027'
                   END-IF
               WHEN 'S'
               WHEN 's'
                   IF WRK-OPER-NIVEL < 3
                       DISPLAY 'OPCAO RESTRITA A ADMINISTRADOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       CALL 'CRUD0033' USING WRK-OPERADOR
                       CANCEL 'CRUD0033'
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   IF WRK-OPER-NIVEL < 2
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       PERFORM 9700-FECHAR-ARQUIVOS
                       CALL 'CRUD0036' USING WRK-OPERADOR
                       CANCEL 'CRUD0036'
                       PERFORM 9750-REABRIR-ARQUIVOS
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF WRK-OPER-NIVEL < 2
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR' AT 1620
                       ACCEPT WRK-TECLA AT 2010
                   ELSE
                       PERFORM 9700-FECHAR-ARQUIVOS
                       CALL 'CRUD0037' USING WRK-OPERADOR
                       CANCEL 'CRUD0037'
                       PERFORM 9750-REABRIR-ARQUIVOS
                   END-IF
               WHEN OTHER
                   DISPLAY 'ENTRE COM OPCAO VALIDA' AT 1920
           END-EVALUATE.
           IF WRK-XREF-OK = 'S'
               CLOSE FONE-XREF
           END-IF.
           IF WRK-CONSENT-OK = 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-TRANSF-OK = 'S'
               CLOSE TRANSFERENCIAS
           END-IF.

       4000-GRAVAR-LOG.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           MOVE ZEROS TO LOG-FONE-NOVO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           PERFORM 4100-ENCADEAR-LOG.
           WRITE CLIENTES-LOG-REG.

      *    Valor de conferencia do lancamento, encadeado ao anterior
      *    (CRUD0034); sem a cadeia o lancamento e gravado assim mesmo
      *    e a conferencia do log (CRUD0035) aponta
       4100-ENCADEAR-LOG.
           MOVE 'G' TO CDP-FUNCAO.
           MOVE 'CRUD0001' TO CDP-PROGRAMA.
           MOVE CLIENTES-LOG-REG TO CDP-LANCAMENTO.
           CALL 'CRUD0034' USING CADEIA-PARM.
           CANCEL 'CRUD0034'.

       5000-INCLUIR.
           MOVE 'MODULO INCLUSAO' TO WRK-MODULO.
           MOVE 'N' TO WRK-FONE-OK.
               PERFORM 5500-VERIFICAR-DOC-DUPLICADO
           END-IF.

           IF WRK-INCLUIR-OK = 'S'
               PERFORM 1300-VERIFICAR-MANUTENCAO
               MOVE WRK-MANUT-LIVRE TO WRK-INCLUIR-OK
           END-IF.

           IF WRK-INCLUIR-OK = 'S'
               MOVE 'A' TO CLIENTES-SITUACAO
               ACCEPT CLIENTES-DATA-CADASTRO FROM DATE YYYYMMDD
               DISPLAY CLIENTES-DOCUMENTO AT 1629
               DISPLAY 'CADASTRO ...:' AT 1715
               DISPLAY CLIENTES-DATA-CADASTRO AT 1729
               PERFORM 6150-MOSTRAR-CONSENTIMENTO
               DISPLAY WRK-CNS-RESUMO AT 1740
           ELSE
               DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1620
           END-IF.

      ******************************************************************
      *Consentimento de marketing por canal: S = autorizado,
      *N = recusado, - = sem registro (tratado como nao autorizado)
      ******************************************************************
       6150-MOSTRAR-CONSENTIMENTO.
           MOVE '-' TO WRK-CNS-RES-EMAIL.
           MOVE '-' TO WRK-CNS-RES-CORREIO.
           MOVE '-' TO WRK-CNS-RES-LIGACAO.
           IF WRK-CONSENT-OK = 'S'
               MOVE 'E' TO CNS-CANAL
               PERFORM 6160-LER-CONSENTIMENTO
               MOVE CNS-OPCAO TO WRK-CNS-RES-EMAIL
               MOVE 'C' TO CNS-CANAL
               PERFORM 6160-LER-CONSENTIMENTO
               MOVE CNS-OPCAO TO WRK-CNS-RES-CORREIO
               MOVE 'L' TO CNS-CANAL
               PERFORM 6160-LER-CONSENTIMENTO
               MOVE CNS-OPCAO TO WRK-CNS-RES-LIGACAO
           END-IF.

       6160-LER-CONSENTIMENTO.
           MOVE CLIENTES-FONE TO CNS-FONE.
           READ CONSENTIMENTO
               INVALID KEY
                   MOVE 23 TO CONSENT-STATUS
           END-READ.
           IF CONSENT-STATUS NOT = 0
               MOVE '-' TO CNS-OPCAO
           END-IF.

       6200-PROXIMO-NOME.
           DISPLAY 'OUTRO CLIENTE COM ESSE NOME (S/N) ?' AT 1815.
           ACCEPT WRK-TECLA AT 1851.
               ACCEPT CLIENTES-DOCUMENTO AT 1329

               PERFORM 5400-VALIDAR-DOCUMENTO
               IF WRK-DOC-OK = 'S'
                   PERFORM 1300-VERIFICAR-MANUTENCAO
               END-IF
               EVALUATE TRUE
                   WHEN WRK-DOC-OK NOT = 'S'
                       DISPLAY 'DOCUMENTO INVALIDO - NADA GRAVADO'
                           AT 1620
                   WHEN WRK-MANUT-LIVRE NOT = 'S'
                       DISPLAY 'ALTERACAO NAO GRAVADA' AT 1820
                   WHEN OTHER
                       REWRITE CLIENTES-REG
                           INVALID KEY
                               MOVE 23 TO CLIENTES-STATUS
                       END-REWRITE

                       IF CLIENTES-STATUS = 0
                           MOVE 'A' TO LOG-OPERACAO
                           MOVE CLIENTES-FONE TO LOG-FONE
                           MOVE WRK-ALT-NOME-ANTES TO LOG-NOME-ANTES
                           MOVE WRK-ALT-EMAIL-ANTES TO LOG-EMAIL-ANTES
                           MOVE CLIENTES-NOME TO LOG-NOME-DEPOIS
                           MOVE CLIENTES-EMAIL TO LOG-EMAIL-DEPOIS
                           PERFORM 4000-GRAVAR-LOG
                           DISPLAY 'CLIENTE ALTERADO COM SUCESSO'
                               AT 1620
                       ELSE
                           DISPLAY 'ERRO AO ALTERAR CLIENTE' AT 1620
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1620
           END-IF.
                   ACCEPT WRK-TECLA AT 1646

                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       PERFORM 1300-VERIFICAR-MANUTENCAO
                   END-IF
                   IF (WRK-TECLA = 'S' OR WRK-TECLA = 's')
                       AND WRK-MANUT-LIVRE = 'S'
                       MOVE 'I' TO CLIENTES-SITUACAO
                       REWRITE CLIENTES-REG
                           INVALID KEY
                   MOVE 23 TO CLIENTES-STATUS
           END-READ.

           MOVE 'N' TO WRK-TRANSFERIDO.
           IF CLIENTES-STATUS = 0 AND CLIENTES-INATIVO
               PERFORM 9050-VERIFICAR-TRANSFERENCIA
               IF WRK-TRANSFERIDO = 'N'
                   PERFORM 1300-VERIFICAR-MANUTENCAO
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CLIENTES-STATUS NOT = 0
                   DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1620
               WHEN CLIENTES-ATIVO
                   DISPLAY 'CLIENTE JA ESTA ATIVO' AT 1620
               WHEN WRK-TRANSFERIDO = 'S'
                   DISPLAY 'CLIENTE TRANSFERIDO PARA A FILIAL' AT 1620
                   DISPLAY TRF-FILIAL AT 1654
               WHEN WRK-MANUT-LIVRE NOT = 'S'
                   CONTINUE
               WHEN OTHER
                   MOVE 'A' TO CLIENTES-SITUACAO
                   REWRITE CLIENTES-REG

           ACCEPT WRK-TECLA AT 2010.

      *    Cliente que saiu para outra filial (CRUD0036) e atendido la;
      *    fone cadastrado depois da saida e de outro titular. Quem
      *    voltou (entrada pelo CRUD0037 depois da saida) e daqui.
       9050-VERIFICAR-TRANSFERENCIA.
           IF WRK-TRANSF-OK = 'S'
               MOVE ZERO TO WRK-ENTRADA-DATA
               MOVE ZERO TO WRK-ENTRADA-HORA
               MOVE CLIENTES-FONE TO TRF-FONE
               MOVE 'E' TO TRF-SENTIDO
               READ TRANSFERENCIAS
                   INVALID KEY
                       MOVE 23 TO TRANSF-STATUS
               END-READ
               IF TRANSF-STATUS = 0
                   MOVE TRF-DATA TO WRK-ENTRADA-DATA
                   MOVE TRF-HORA TO WRK-ENTRADA-HORA
               END-IF
               MOVE CLIENTES-FONE TO TRF-FONE
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
                   MOVE 'S' TO WRK-TRANSFERIDO
               END-IF
               MOVE ZERO TO TRANSF-STATUS
           END-IF.

       9500-OPERADORES.
           MOVE 'MODULO OPERADORES' TO WRK-MODULO.
           MOVE SPACE TO WRK-OPC-OPER.
           END-EVALUATE.

           ACCEPT WRK-TECLA AT 2010.

      ******************************************************************
      *Transferencia entre filiais (CRUD0036 envia, CRUD0037 recebe):
      *os programas chamados gravam no cadastro, nos contatos, no log
      *e em TRANSFERENCIAS.DAT, que ficam fechados aqui durante a
      *chamada
      ******************************************************************
       9700-FECHAR-ARQUIVOS.
           CLOSE CLIENTES.
           CLOSE CONTATOS.
           CLOSE CLIENTES-LOG.
           IF WRK-TRANSF-OK = 'S'
               CLOSE TRANSFERENCIAS
           END-IF.

       9750-REABRIR-ARQUIVOS.
           OPEN I-O CLIENTES.
           OPEN I-O CONTATOS.
           OPEN EXTEND CLIENTES-LOG.
           OPEN INPUT TRANSFERENCIAS.
           IF TRANSF-STATUS = 0
               MOVE 'S' TO WRK-TRANSF-OK
           ELSE
               MOVE 'N' TO WRK-TRANSF-OK
           END-IF.
