       FD ARQ-CONVERSAO.
       01 REG-CONVERSAO.
           02 DATA-CONVERSAO      PIC 9(8).
           02 HORA-CONVERSAO      PIC 9(6).
