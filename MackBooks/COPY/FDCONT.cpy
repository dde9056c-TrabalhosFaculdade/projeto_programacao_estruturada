       FD ARQ-CONTINGENCIA.
       01 REG-CONTINGENCIA.
           02 DATA-CONT           PIC 9(8).
           02 HORA-CONT           PIC 9(6).
           02 TIPO-CONT           PIC X(1).
               88 CONT-EMPRESTIMO       VALUE "E".
               88 CONT-DEVOLUCAO        VALUE "D".
               88 CONT-RENOVACAO        VALUE "R".
               88 TIPO-CONT-OK          VALUE "E" "D" "R".
           02 OPERADOR-CONT       PIC X(8).
           02 COD-EMPRESTIMO-CONT PIC 9(5).
           02 COD-LIVRO-CONT      PIC 9(5).
           02 NUM-TOMBO-CONT      PIC 9(6).
           02 COD-LEITOR-CONT     PIC 9(5).
           02 FILLER              PIC X(16).
