           01 W-TAB-RESERVAS.
               02 W-RESERVA-LEITOR OCCURS 20.
                   03 TABR-COD-RESERVA PIC 9(5).
                   03 TABR-COD-LIVRO   PIC 9(5).
                   03 TABR-SITUACAO    PIC X(1).

           01 W-TAB-DEVOLVIDOS.
               02 W-DEVOLVIDO OCCURS 100.
                   03 TABD-DATA-DEVOLUCAO PIC 9(8).
                   03 TABD-COD-LIVRO      PIC 9(5).

           01 W-ELEM-DEVOLVIDO.
               02 ELEM-DATA-DEVOLUCAO PIC 9(8).
               02 ELEM-COD-LIVRO      PIC 9(5).

           01 W-LINHA-EMPRESTIMO.
               02 DET-COD-EMPRESTIMO PIC ZZZZ9.
               02 DETM-COD-EMPRESTIMO PIC ZZZZ9.
               02 FILLER             PIC X(7)  VALUE "  R$   ".
               02 DETM-VALOR         PIC ZZ.ZZ9,99.
               02 FILLER             PIC X(2)  VALUE SPACES.
               02 DETM-TIPO          PIC X(9).

       PROCEDURE DIVISION.

           DISPLAY "MULTAS EM ABERTO".
           DISPLAY "----------------".
           MOVE ZEROS TO W-QTD-MULTAS W-TOTAL-DEVIDO
                         CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
                   ADD VALOR-MULTA TO W-TOTAL-DEVIDO
                   MOVE COD-EMPRESTIMO-MUL TO DETM-COD-EMPRESTIMO
                   MOVE VALOR-MULTA        TO DETM-VALOR
                   IF  MULTA-REPOSICAO
                       MOVE "REPOSICAO"    TO DETM-TIPO
                   ELSE
                       MOVE "ATRASO"       TO DETM-TIPO
                   END-IF
                   DISPLAY W-LINHA-MULTA
               END-IF
           END-IF.
