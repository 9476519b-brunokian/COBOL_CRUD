      ******************************************************************
      * Copybook: TRFREG.CPY
      * Layout do registro do arquivo TRANSFERENCIAS.DAT.
      * Transferencia de cliente entre filiais, chaveada por fone e
      * sentido: 'S' saida, gravada pelo CRUD0036 na filial de origem
      * junto com a inativacao do cliente (TRF-FILIAL e o destino);
      * 'E' entrada, gravada pelo CRUD0037 na filial de destino ao
      * carregar o pacote (TRF-FILIAL e a origem). Cliente inativo com
      * saida registrada nao e reativado pelo CRUD0001: o cadastro dele
      * agora e da outra filial; a volta dele e pelo pacote (CRUD0037),
      * que reativa o cadastro e grava a entrada posterior a saida.
      * Nova transferencia do mesmo fone no mesmo sentido regrava o
      * registro.
      ******************************************************************
       01  TRANSFERENCIA-REG.
           05  TRF-CHAVE.
               10  TRF-FONE                PIC 9(09).
               10  TRF-SENTIDO             PIC X(01).
                   88  TRF-SAIDA                     VALUE 'S'.
                   88  TRF-ENTRADA                   VALUE 'E'.
           05  TRF-FILIAL                  PIC X(03).
           05  TRF-DATA                    PIC 9(08).
           05  TRF-HORA                    PIC 9(08).
           05  TRF-OPERADOR                PIC X(08).
           05  TRF-ARQUIVO                 PIC X(32).
           05  TRF-QTD-CONTATOS            PIC 9(05).
           05  TRF-QTD-PENDENCIAS          PIC 9(05).
