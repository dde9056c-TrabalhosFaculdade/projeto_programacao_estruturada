                       RECORD KEY IS COD-LIVRO-NOVO
                       ALTERNATE RECORD KEY IS TITULO-LIVRO-NOVO
                           WITH DUPLICATES
                       ALTERNATE RECORD KEY IS ISBN-LIVRO-NOVO
                           WITH DUPLICATES
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.


           FD ARQ-LIVRO-NOVO.
           01 REG-LIVRO-NOVO.
               02 COD-LIVRO-NOVO      PIC 9(5).
               02 TITULO-LIVRO-NOVO   PIC X(40).
               02 AUTOR-LIVRO-NOVO    PIC X(40).
               02 QTD-TOTAL-NOVO      PIC 9(3).
               02 QTD-EMPRESTADA-NOVO PIC 9(3).
               02 COD-CATEGORIA-NOVO  PIC 9(3).
               02 VALOR-LIVRO-NOVO    PIC 9(5)V99.
               02 ISBN-LIVRO-NOVO     PIC X(13).
               02 FILLER              PIC X(10).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO       PIC X(2)  VALUE SPACES.
           MOVE AUTOR-LIVRO    TO AUTOR-LIVRO-NOVO.
           MOVE QTD-TOTAL      TO QTD-TOTAL-NOVO.
           MOVE QTD-EMPRESTADA TO QTD-EMPRESTADA-NOVO.
           MOVE COD-CATEGORIA-LIVRO TO COD-CATEGORIA-NOVO.
           MOVE VALOR-LIVRO    TO VALOR-LIVRO-NOVO.
           MOVE ISBN-LIVRO     TO ISBN-LIVRO-NOVO.
           WRITE REG-LIVRO-NOVO.
           IF  W-COD-ERRO-NOVO NOT = "00"
               DISPLAY "ERRO AO GRAVAR LIVROS.NEW - STATUS "
