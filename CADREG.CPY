      ******************************************************************
      * Copybook: CADREG.CPY
      * Layout do registro do arquivo LOG-CADEIA.DAT.
      * Cadeia de conferencia do log: um registro por lancamento de
      * CLIENTES-LOG.DAT e das geracoes CLIENTES-LOG-G-*, chaveado
      * pela geracao (data de corte do catalogo; 99999999 = log vivo)
      * e pela posicao do lancamento no arquivo. CAD-VALOR e o valor
      * de conferencia calculado (CRUD0034) sobre os 183 bytes do
      * lancamento e o valor do lancamento anterior, guardado em
      * CAD-ANTERIOR: alterar, tirar ou enfiar um lancamento quebra a
      * conta dele ou a ligacao com o seguinte.
      * Anonimizacao LGPD (CRUD0024): o lancamento regravado fica com
      * CAD-SITUACAO 'A' e o valor do conteudo anonimizado em
      * CAD-VALOR-ANONIMO; CAD-VALOR nao muda, e a ligacao com o
      * lancamento seguinte continua valendo.
      * A chave toda zerada guarda o registro de controle: quantos
      * lancamentos o log vivo tem, o valor do ultimo (o anterior do
      * proximo lancamento gravado) e quantos lancamentos do inicio
      * do log vivo sao anteriores a cadeia. Gravado pelo CRUD0034,
      * transportado para a geracao pelo CRUD0017 no fechamento de
      * periodo e conferido pelo CRUD0035.
      ******************************************************************
       01  LOG-CADEIA-REG.
           05  CAD-CHAVE.
               10  CAD-GERACAO             PIC 9(08).
                   88  CAD-LOG-VIVO                  VALUE 99999999.
               10  CAD-NUM-REG             PIC 9(07).
           05  CAD-DADOS.
               10  CAD-VALOR               PIC 9(10).
               10  CAD-ANTERIOR            PIC 9(10).
               10  CAD-SITUACAO            PIC X(01).
                   88  CAD-ORIGINAL                  VALUE 'O'.
                   88  CAD-ANONIMIZADO               VALUE 'A'.
               10  CAD-VALOR-ANONIMO       PIC 9(10).
               10  CAD-DATA-ANONIMO        PIC 9(08).
               10  CAD-PROGRAMA            PIC X(08).
               10  CAD-DATA                PIC 9(08).
               10  CAD-HORA                PIC 9(08).
               10  FILLER                  PIC X(20).
           05  CAD-CONTROLE REDEFINES CAD-DADOS.
               10  CAD-CTL-VIVOS           PIC 9(07).
               10  CAD-CTL-ULTIMO          PIC 9(10).
               10  CAD-CTL-INICIO          PIC 9(07).
               10  CAD-CTL-DATA            PIC 9(08).
               10  CAD-CTL-HORA            PIC 9(08).
               10  FILLER                  PIC X(43).
