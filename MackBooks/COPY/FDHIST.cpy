       FD ARQ-EMPRESTIMO-HIST.
       01 REG-EMPRESTIMO-HIST.
           02 COD-EMPRESTIMO-HIST  PIC 9(5).
           02 COD-LIVRO-HIST       PIC 9(5).
           02 NOME-LEITOR-HIST     PIC X(40).
           02 DATA-EMPRESTIMO-HIST PIC 9(8).
           02 DATA-PREVISTA-HIST   PIC 9(8).
           02 SITUACAO-EMP-HIST    PIC X(1).
           02 COD-LEITOR-HIST      PIC 9(5).
           02 NUM-TOMBO-HIST       PIC 9(6).
           02 FILLER               PIC X(18).
