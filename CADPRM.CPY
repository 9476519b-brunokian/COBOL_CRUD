      ******************************************************************
      * Copybook: CADPRM.CPY
      * Area de parametros da chamada ao CRUD0034 (cadeia de
      * conferencia do log). Funcoes:
      * G gravar - chamada por quem grava no log vivo, com o lancamento
      *   ja montado e antes do WRITE: calcula o valor de conferencia
      *   encadeado ao ultimo lancamento e grava em LOG-CADEIA.DAT.
      *   Com CDP-RECUSADO o lancamento deve ser gravado do mesmo
      *   jeito (fica sem conferencia e o CRUD0035 aponta).
      * C calcular - so a conta, sem arquivo: quem chama informa o
      *   lancamento e o valor anterior em CDP-ANTERIOR.
      * Volta o valor calculado em CDP-VALOR e, na gravacao, a posicao
      * do lancamento no log vivo em CDP-NUM-REG.
      ******************************************************************
       01  CADEIA-PARM.
           05  CDP-FUNCAO                  PIC X(01).
               88  CDP-GRAVAR                        VALUE 'G'.
               88  CDP-CALCULAR                      VALUE 'C'.
           05  CDP-PROGRAMA                PIC X(08).
           05  CDP-LANCAMENTO              PIC X(183).
           05  CDP-ANTERIOR                PIC 9(10).
           05  CDP-VALOR                   PIC 9(10).
           05  CDP-NUM-REG                 PIC 9(07).
           05  CDP-RETORNO                 PIC X(01).
               88  CDP-OK                            VALUE 'S'.
               88  CDP-RECUSADO                      VALUE 'N'.
           05  CDP-MENSAGEM                PIC X(60).
