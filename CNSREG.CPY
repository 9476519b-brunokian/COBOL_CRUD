      ******************************************************************
      * Copybook: CNSREG.CPY
      * Layout do registro do arquivo CONSENTIMENTO.DAT.
      * Registro de consentimento de marketing (LGPD): um registro por
      * fone e canal de contato (e-mail, correio, ligacao), com a
      * opcao do cliente (autorizou / recusou), a data, o operador que
      * registrou e o meio pelo qual o consentimento foi colhido.
      * Mantido pela opcao C do CRUD0001 (CRUD0023). Fone sem registro
      * para o canal conta como nao autorizado.
      ******************************************************************
       01  CONSENTIMENTO-REG.
           05  CNS-CHAVE.
               10  CNS-FONE                PIC 9(09).
               10  CNS-CANAL               PIC X(01).
                   88  CNS-CANAL-EMAIL               VALUE 'E'.
                   88  CNS-CANAL-CORREIO             VALUE 'C'.
                   88  CNS-CANAL-LIGACAO             VALUE 'L'.
           05  CNS-OPCAO                   PIC X(01).
               88  CNS-AUTORIZADO                    VALUE 'S'.
               88  CNS-RECUSADO                      VALUE 'N'.
           05  CNS-DATA                    PIC 9(08).
           05  CNS-HORA                    PIC 9(08).
           05  CNS-OPERADOR                PIC X(08).
           05  CNS-MEIO                    PIC X(01).
               88  CNS-MEIO-FORMULARIO               VALUE 'F'.
               88  CNS-MEIO-TELEFONE                 VALUE 'T'.
               88  CNS-MEIO-EMAIL                    VALUE 'E'.
               88  CNS-MEIO-PRESENCIAL               VALUE 'P'.
               88  CNS-MEIO-SITE                     VALUE 'S'.
