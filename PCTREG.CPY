      ******************************************************************
      * Copybook: PCTREG.CPY
      * Layout do pacote de transferencia de cliente entre filiais
      * (TRANSF-<FONE>-<AAAAMMDD>.DAT). Gerado na filial de origem
      * pelo CRUD0036 e carregado na filial de destino pelo CRUD0037.
      * O primeiro byte distingue o tipo, como no delta (DLHREG.CPY):
      * '0' cabecalho, com as filiais de origem e destino, a data de
      * geracao e o fone transferido; 'C' a imagem do registro de
      * CLIENTES.DAT (sempre o primeiro detalhe); 'T' cada contato de
      * CONTATOS.DAT; 'P' cada pendencia aberta de ACOMPANHA.DAT;
      * '9' trailer, com a quantidade de detalhes e a soma dos fones
      * como total de controle, mais as quantidades de contatos e de
      * pendencias.
      ******************************************************************
       01  PACOTE-REG.
           05  PCT-TIPO                    PIC X(01).
               88  PCT-E-CLIENTE                     VALUE 'C'.
               88  PCT-E-CONTATO                     VALUE 'T'.
               88  PCT-E-PENDENCIA                   VALUE 'P'.
           05  PCT-FONE                    PIC 9(09).
           05  PCT-IMAGEM                  PIC X(142).

       01  PACOTE-HEADER-REG.
           05  PCH-TIPO                    PIC X(01).
               88  PCH-E-CABECALHO                   VALUE '0'.
           05  PCH-FILIAL-ORIGEM           PIC X(03).
           05  PCH-FILIAL-DESTINO          PIC X(03).
           05  PCH-DATA-GERACAO            PIC 9(08).
           05  PCH-HORA-GERACAO            PIC 9(08).
           05  PCH-FONE                    PIC 9(09).
           05  PCH-OPERADOR                PIC X(08).
           05  FILLER                      PIC X(112).

       01  PACOTE-TRAILER-REG.
           05  PCR-TIPO                    PIC X(01).
               88  PCR-E-TRAILER                     VALUE '9'.
           05  PCR-QTD-REGISTROS           PIC 9(07).
           05  PCR-TOTAL-FONES             PIC 9(15).
           05  PCR-QTD-CONTATOS            PIC 9(05).
           05  PCR-QTD-PENDENCIAS          PIC 9(05).
           05  FILLER                      PIC X(119).
