       FD ARQ-RESERVA.
       01 REG-RESERVA.
           02 COD-RESERVA      PIC 9(5).
           02 COD-LIVRO-RES    PIC 9(5).
           02 COD-LEITOR-RES   PIC 9(5).
           02 NOME-LEITOR-RES  PIC X(40).
           02 DATA-RESERVA     PIC 9(8).
               88 RESERVA-CANCELADA     VALUE "C".
               88 RESERVA-PENDENTE      VALUE "A" "S".
           02 DATA-SEPARACAO-RES PIC 9(8).
           02 FILLER           PIC X(10).
