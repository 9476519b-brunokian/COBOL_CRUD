      ******************************************************************
      * Copybook: CMPREG.CPY
      * Layout do registro do arquivo CAMPANHAS.DAT.
      * Cadastro de campanhas de marketing: um registro por campanha,
      * com o canal de contato, o periodo em que as respostas sao
      * aceitas e os criterios de selecao do publico. Mantido pela
      * opcao K do CRUD0001 (CRUD0027); a selecao (CRUD0028) grava a
      * data e a quantidade de selecionados e a partir dai os
      * criterios ficam congelados.
      ******************************************************************
       01  CAMPANHA-REG.
           05  CMP-CODIGO                  PIC X(06).
           05  CMP-DESCRICAO               PIC X(40).
           05  CMP-CANAL                   PIC X(01).
               88  CMP-CANAL-EMAIL                   VALUE 'E'.
               88  CMP-CANAL-CORREIO                 VALUE 'C'.
               88  CMP-CANAL-LIGACAO                 VALUE 'L'.
           05  CMP-DATA-INICIO             PIC 9(08).
           05  CMP-DATA-FIM                PIC 9(08).
           05  CMP-CRITERIOS.
               10  CMP-SO-ATIVOS           PIC X(01).
                   88  CMP-APENAS-ATIVOS             VALUE 'S'.
               10  CMP-CADASTRO-INI        PIC 9(08).
               10  CMP-CADASTRO-FIM        PIC 9(08).
               10  CMP-SEM-RECLAMACAO      PIC X(01).
                   88  CMP-EXCLUI-RECLAMACAO         VALUE 'S'.
           05  CMP-DATA-CRIACAO            PIC 9(08).
           05  CMP-OPERADOR                PIC X(08).
           05  CMP-DATA-SELECAO            PIC 9(08).
           05  CMP-TOTAL-SELECIONADOS      PIC 9(05).
