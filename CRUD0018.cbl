      *          total da base por filial (ativos e inativos) e
      *          relacao dos documentos que aparecem em mais de uma
      *          filial - a visao entre filiais que a diretoria pede.
      *          Cliente transferido entre filiais (CRUD0037) so conta
      *          como documento da filial de destino.
      *          Saida em RELMTZ.LST.
      * Tectonics: cobc
      ******************************************************************
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2100-ACUMULAR-FILIAL.

      *    A filial de origem de uma transferencia (T) nao e mais
      *    dona do cliente: conta como inativo, mas o documento nao
      *    entra na comparacao entre filiais
           IF MTZ-DOCUMENTO NOT = SPACES AND NOT MTZ-TRANSFERIDO
               ADD 1 TO WRK-TOTAL-COM-DOC
               PERFORM 2500-NORMALIZAR-DOC
               IF WRK-TAB-QTD < WRK-TAB-MAX
