       FD ARQ-EXEMPLAR.
       01 REG-EXEMPLAR.
           02 NUM-TOMBO         PIC 9(6).
           02 COD-LIVRO-EX      PIC 9(5).
           02 SITUACAO-EX       PIC X(1).
               88 EXEMPLAR-DISPONIVEL   VALUE "D".
               88 EXEMPLAR-EMPRESTADO   VALUE "E".
               88 EXEMPLAR-REPARO       VALUE "R".
               88 EXEMPLAR-PERDIDO      VALUE "P".
           02 DATA-AQUISICAO-EX PIC 9(8).
           02 FILLER            PIC X(18).
