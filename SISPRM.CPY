      ******************************************************************
      * Copybook: SISPRM.CPY
      * Area de parametros da chamada ao CRUD0032 (janela de
      * manutencao e aviso do administrador). Quem chama preenche a
      * funcao, o proprio nome de programa e, nas funcoes do
      * administrador, o operador e o texto do aviso; o CRUD0032
      * devolve o resultado, a mensagem para o console ou a tela e a
      * situacao do sistema depois da operacao.
      * Funcoes: C consultar, B bloquear (inicio de rotina em lote),
      * L liberar (fim da rotina), F liberar forcado (administrador),
      * A gravar aviso (brancos apagam o aviso).
      ******************************************************************
       01  MANUTENCAO-PARM.
           05  MNT-FUNCAO                  PIC X(01).
               88  MNT-CONSULTAR                     VALUE 'C'.
               88  MNT-BLOQUEAR                      VALUE 'B'.
               88  MNT-LIBERAR                       VALUE 'L'.
               88  MNT-LIBERAR-FORCADO               VALUE 'F'.
               88  MNT-GRAVAR-AVISO                  VALUE 'A'.
           05  MNT-PROGRAMA                PIC X(08).
           05  MNT-OPERADOR                PIC X(08).
           05  MNT-RETORNO                 PIC X(01).
               88  MNT-OK                            VALUE 'S'.
               88  MNT-RECUSADO                      VALUE 'N'.
           05  MNT-MENSAGEM                PIC X(60).
           05  MNT-SITUACAO                PIC X(01).
               88  MNT-SEM-MANUTENCAO                VALUE 'L'.
               88  MNT-EM-MANUTENCAO                 VALUE 'M'.
           05  MNT-PROG-BLOQUEIO           PIC X(08).
           05  MNT-DATA-BLOQUEIO           PIC 9(08).
           05  MNT-HORA-BLOQUEIO           PIC 9(08).
           05  MNT-AVISO                   PIC X(60).
           05  MNT-AVISO-OPERADOR          PIC X(08).
           05  MNT-AVISO-DATA              PIC 9(08).
           05  MNT-ULT-PROGRAMA            PIC X(08).
           05  MNT-ULT-DATA-FIM            PIC 9(08).
           05  MNT-ULT-HORA-FIM            PIC 9(08).
           05  MNT-ULT-LIBERACAO           PIC X(01).
           05  MNT-ULT-LIBERADOR           PIC X(08).
