      * Base consolidada da matriz, chaveada por filial + fone:
      * alimentada pelo CRUD0012 a cada aplicacao de delta, guarda a
      * imagem mais recente do cliente em cada filial para os
      * relatorios consolidados do CRUD0018. Na transferencia entre
      * filiais o CRUD0037 grava a filial de destino como dona e marca
      * a de origem como transferida (T).
      ******************************************************************
       01  MATRIZ-CLIENTES-REG.
           05  MTZ-CHAVE.
           05  MTZ-SITUACAO                PIC X(01).
               88  MTZ-ATIVO                         VALUE 'A'.
               88  MTZ-INATIVO                       VALUE 'I'.
               88  MTZ-TRANSFERIDO                   VALUE 'T'.
           05  MTZ-ENDERECO                PIC X(40).
           05  MTZ-DOCUMENTO               PIC X(14).
           05  MTZ-DATA-CADASTRO           PIC 9(08).
