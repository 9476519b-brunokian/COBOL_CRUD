      ******************************************************************
      * Copybook: LIXREG.CPY
      * Layout do registro do arquivo LOG-INDICE.DAT.
      * Indice do log por fone: uma entrada por lancamento de
      * CLIENTES-LOG.DAT e das geracoes CLIENTES-LOG-G-*, chaveada por
      * fone + data + hora e apontando a geracao (data de corte do
      * catalogo; 99999999 = log vivo) e a posicao do registro no
      * arquivo. Troca de fone e fusao entram tambem pelo fone de
      * LOG-FONE-NOVO (LIX-TIPO 'N'). Como o log e sequencial e nao
      * pode ser lido direto por posicao, a entrada leva a imagem do
      * lancamento em LIX-LANCAMENTO: a consulta de um fone le so as
      * suas entradas, sem abrir as geracoes.
      * A chave toda zerada guarda o registro de controle: quantos
      * registros do log vivo ja estao indexados (o resto do log vivo
      * e lido em sequencia por quem consulta), quantas geracoes do
      * catalogo estao no indice e quantas delas faltavam no disco
      * quando foram indexadas. Mantido pelo CRUD0030 (rotina
      * noturna), pelo CRUD0017 no fechamento de periodo e recriado
      * do zero pelo CRUD0031.
      ******************************************************************
       01  LOG-INDICE-REG.
           05  LIX-CHAVE.
               10  LIX-FONE                PIC 9(09).
               10  LIX-DATA                PIC 9(08).
               10  LIX-HORA                PIC 9(08).
               10  LIX-GERACAO             PIC 9(08).
                   88  LIX-LOG-VIVO                  VALUE 99999999.
               10  LIX-NUM-REG             PIC 9(07).
               10  LIX-TIPO                PIC X(01).
                   88  LIX-PELO-FONE                 VALUE 'F'.
                   88  LIX-PELO-FONE-NOVO            VALUE 'N'.
           05  LIX-ARQUIVO                 PIC X(32).
           05  LIX-LANCAMENTO              PIC X(183).
           05  LIX-CONTROLE REDEFINES LIX-LANCAMENTO.
               10  LIX-CTL-VIVOS           PIC 9(07).
               10  LIX-CTL-GERACOES        PIC 9(03).
               10  LIX-CTL-AUSENTES        PIC 9(03).
               10  LIX-CTL-DATA            PIC 9(08).
               10  LIX-CTL-HORA            PIC 9(08).
               10  FILLER                  PIC X(154).
