           FD ARQ-EMP-NOVO.
           01 REG-EMP-NOVO.
               02 COD-EMPRESTIMO-NOVO  PIC 9(5).
               02 COD-LIVRO-NOVO       PIC 9(5).
               02 NOME-LEITOR-NOVO     PIC X(40).
               02 DATA-EMPRESTIMO-NOVO PIC 9(8).
               02 DATA-PREVISTA-NOVO   PIC 9(8).
               02 SITUACAO-EMP-NOVO    PIC X(1).
               02 COD-LEITOR-NOVO      PIC 9(5).
               02 NUM-TOMBO-NOVO       PIC 9(6).
               02 QTD-RENOVACOES-NOVO  PIC 9(2).
               02 FILLER               PIC X(16).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-ANT   PIC X(2)  VALUE SPACES.
           MOVE SITUACAO-EMP-ANT    TO SITUACAO-EMP-NOVO.
           MOVE ZEROS               TO COD-LEITOR-NOVO.
           MOVE ZEROS               TO NUM-TOMBO-NOVO.
           MOVE ZEROS               TO QTD-RENOVACOES-NOVO.
           WRITE REG-EMP-NOVO.
           IF  W-COD-ERRO-NOVO NOT = "00"
               DISPLAY "ERRO AO GRAVAR EMPRESTIMO.NEW - STATUS "
