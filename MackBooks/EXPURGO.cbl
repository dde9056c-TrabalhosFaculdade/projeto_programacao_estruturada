
       PROCESSAMENTO.
           ADD 1 TO W-QTD-LIDOS.
           IF  EMPRESTIMO-ENCERRADO
               AND DATA-DEVOLUCAO > ZEROS
               AND DATA-DEVOLUCAO < W-DATA-CORTE
               PERFORM MOVER-PARA-HISTORICO
