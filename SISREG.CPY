      ******************************************************************
      * Copybook: SISREG.CPY
      * Layout do registro do arquivo SISTEMA-STATUS.DAT.
      * Situacao do sistema, compartilhada entre as rotinas em lote e
      * o atendimento: um unico registro (chave 'SISTEMA') com a
      * janela de manutencao (rotina que esta com o cadastro e desde
      * quando), o aviso do administrador mostrado no login e a
      * ultima liberacao da janela (normal, retomada de rodada que
      * caiu ou forcada pelo administrador). Mantido so pelo CRUD0032;
      * ninguem grava este arquivo direto.
      ******************************************************************
       01  SISTEMA-REG.
           05  SIS-CHAVE                   PIC X(08).
           05  SIS-SITUACAO                PIC X(01).
               88  SIS-LIVRE                         VALUE 'L'.
               88  SIS-EM-MANUTENCAO                 VALUE 'M'.
           05  SIS-PROGRAMA                PIC X(08).
           05  SIS-DATA-INICIO             PIC 9(08).
           05  SIS-HORA-INICIO             PIC 9(08).
           05  SIS-AVISO                   PIC X(60).
           05  SIS-AVISO-OPERADOR          PIC X(08).
           05  SIS-AVISO-DATA              PIC 9(08).
           05  SIS-AVISO-HORA              PIC 9(08).
           05  SIS-ULT-PROGRAMA            PIC X(08).
           05  SIS-ULT-DATA-INICIO         PIC 9(08).
           05  SIS-ULT-HORA-INICIO         PIC 9(08).
           05  SIS-ULT-DATA-FIM            PIC 9(08).
           05  SIS-ULT-HORA-FIM            PIC 9(08).
           05  SIS-ULT-LIBERACAO           PIC X(01).
               88  SIS-LIB-NORMAL                    VALUE 'N'.
               88  SIS-LIB-RETOMADA                  VALUE 'R'.
               88  SIS-LIB-FORCADA                   VALUE 'F'.
           05  SIS-ULT-LIBERADOR           PIC X(08).
           05  FILLER                      PIC X(40).
