      ******************************************************************
      * Copybook: MBRREG.CPY
      * Layout do registro do arquivo CAMPANHA-MEMBROS.DAT.
      * Publico de cada campanha: um registro por campanha e fone,
      * gravado pela selecao do CRUD0028. A resposta do cliente e
      * registrada pelo operador na tela de contatos (CRUD0006), que
      * guarda quem registrou, quando e o contato gerado em
      * CONTATOS.DAT. Aceitou ou recusou conta como cliente alcancado;
      * nao atendeu conta so como tentativa.
      ******************************************************************
       01  CAMPANHA-MEMBRO-REG.
           05  MBR-CHAVE.
               10  MBR-CAMPANHA            PIC X(06).
               10  MBR-FONE                PIC 9(09).
           05  MBR-DATA-SELECAO            PIC 9(08).
           05  MBR-RESPOSTA                PIC X(01).
               88  MBR-SEM-RESPOSTA                  VALUE SPACE.
               88  MBR-ACEITOU                       VALUE 'A'.
               88  MBR-RECUSOU                       VALUE 'R'.
               88  MBR-NAO-ATENDEU                   VALUE 'N'.
           05  MBR-TENTATIVAS              PIC 9(02).
           05  MBR-DATA-RESPOSTA           PIC 9(08).
           05  MBR-OPERADOR                PIC X(08).
           05  MBR-CONTATO-SEQ             PIC 9(04).
