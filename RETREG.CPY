      ******************************************************************
      * Copybook: RETREG.CPY
      * Layout do registro do arquivo RETORNOS.DAT.
      * Devolucoes recebidas de fora: e-mails que voltaram das
      * campanhas do CLIENTES-EXPORT.CSV e envelopes das etiquetas do
      * ETIQUETAS.LST devolvidos pelo correio. Uma linha por fone ou
      * e-mail (o fone tem precedencia; zeros quando so o e-mail e
      * conhecido), com o tipo de devolucao e a data em que ocorreu
      * (zeros = data do processamento). Lido pelo CRUD0025.
      ******************************************************************
       01  RETORNO-REG.
           05  RET-TIPO                    PIC X(01).
               88  RET-EMAIL-DEVOLVIDO               VALUE 'B'.
               88  RET-MUDOU-SE                      VALUE 'M'.
               88  RET-DESCONHECIDO                  VALUE 'D'.
               88  RET-END-INSUFICIENTE              VALUE 'I'.
               88  RET-NUMERO-INEXISTENTE            VALUE 'N'.
               88  RET-RECUSADO                      VALUE 'R'.
               88  RET-FALECIDO                      VALUE 'F'.
           05  RET-DATA                    PIC 9(08).
           05  RET-FONE                    PIC 9(09).
           05  RET-EMAIL                   PIC X(40).
