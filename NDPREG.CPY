      ******************************************************************
      * Copybook: NDPREG.CPY
      * Layout do registro do arquivo NAO-DUPLICADOS.DAT.
      * Pares de clientes que um supervisor conferiu e declarou como
      * pessoas diferentes (resposta N na escolha do vencedor do
      * CRUD0020). A chave leva sempre o menor fone primeiro, para o
      * par ser achado em qualquer ordem. O CRUD0026 deixa esses pares
      * fora da lista de candidatos a duplicidade.
      ******************************************************************
       01  NAO-DUPLICADO-REG.
           05  NDP-CHAVE.
               10  NDP-FONE-MENOR          PIC 9(09).
               10  NDP-FONE-MAIOR          PIC 9(09).
           05  NDP-DATA                    PIC 9(08).
           05  NDP-OPERADOR                PIC X(08).
