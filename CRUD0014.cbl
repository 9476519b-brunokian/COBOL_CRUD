       77 WRK-IDX PIC 9(02).
       77 WRK-ACHOU PIC 9(02).
       77 WRK-TOTAL-ATRASADAS PIC 9(05).
       77 WRK-MANUT-LIVRE PIC X(01).

       01 WRK-CHAVE-GUARDADA.
           05 WRK-GRD-DATA-LIMITE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 TOT-ATRASADAS PIC ZZZZ9.

           COPY SISPRM.

       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(08).
       01 LNK-NIVEL PIC 9(01).
               IF WRK-RESOLUCAO = SPACES
                   DISPLAY 'INFORME A RESOLUCAO - NADA GRAVADO' AT 1620
               ELSE
                   PERFORM 9000-VERIFICAR-MANUTENCAO
                   IF WRK-MANUT-LIVRE = 'S'
                       PERFORM 5200-GRAVAR-RESOLUCAO
                   END-IF
               END-IF
           END-IF.

           MOVE WRK-TAB-OPER-ATRASOS(WRK-IDX) TO RSM-ATRASOS.
           MOVE WRK-TAB-OPER-MAIS-ANTIGA(WRK-IDX) TO RSM-MAIS-ANTIGA.
           WRITE LST-REG FROM LIN-RESUMO.

      ******************************************************************
      *Janela de manutencao aberta por rotina em lote (CRUD0032): a
      *consulta continua, mas nada e gravado ate a rotina terminar
      ******************************************************************
       9000-VERIFICAR-MANUTENCAO.
           MOVE 'S' TO WRK-MANUT-LIVRE.
           MOVE 'C' TO MNT-FUNCAO.
           MOVE 'CRUD0014' TO MNT-PROGRAMA.
           MOVE LNK-OPERADOR TO MNT-OPERADOR.
           CALL 'CRUD0032' USING MANUTENCAO-PARM.
           CANCEL 'CRUD0032'.
           IF MNT-EM-MANUTENCAO
               MOVE 'N' TO WRK-MANUT-LIVRE
               DISPLAY 'SISTEMA EM MANUTENCAO - SO CONSULTAS' AT 1620
               DISPLAY 'ROTINA EM ANDAMENTO:' AT 1720
               DISPLAY MNT-PROG-BLOQUEIO AT 1741
           END-IF.
