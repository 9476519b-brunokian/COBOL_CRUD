      ******************************************************************
      * Copybook: NENREG.CPY
      * Layout do registro do arquivo NAO-ENTREGAVEL.DAT.
      * Marca de contato nao entregavel: um registro por fone e canal
      * ('E' e-mail, 'C' correio), gravado pelo CRUD0025 a partir das
      * devolucoes de RETORNOS.DAT, com o tipo e a data da devolucao.
      * NEN-CONTEUDO guarda o e-mail ou o endereco que voltou: a marca
      * so vale enquanto o cadastro tiver esse mesmo conteudo, de modo
      * que corrigir o e-mail ou o endereco do cliente libera o canal
      * sem precisar apagar o registro. Consultado pelo CRUD0004
      * (e-mail) e pelo CRUD0013 (correio).
      ******************************************************************
       01  NAO-ENTREGAVEL-REG.
           05  NEN-CHAVE.
               10  NEN-FONE                PIC 9(09).
               10  NEN-CANAL               PIC X(01).
                   88  NEN-CANAL-EMAIL               VALUE 'E'.
                   88  NEN-CANAL-CORREIO             VALUE 'C'.
           05  NEN-TIPO                    PIC X(01).
           05  NEN-DATA                    PIC 9(08).
           05  NEN-DATA-REGISTRO           PIC 9(08).
           05  NEN-CONTEUDO                PIC X(40).
