       FD ARQ-ANONIMIZACAO.
       01 REG-ANONIMIZACAO.
           02 DATA-ANON        PIC 9(8).
           02 HORA-ANON        PIC 9(6).
           02 OPERADOR-ANON    PIC X(8).
           02 COD-LEITOR-ANON  PIC 9(5).
           02 TOKEN-ANON       PIC X(13).
           02 ULTIMA-ATIV-ANON PIC 9(8).
           02 QTD-EMP-ANON     PIC 9(5).
           02 QTD-HIST-ANON    PIC 9(5).
           02 QTD-RES-ANON     PIC 9(5).
           02 QTD-MULTA-ANON   PIC 9(5).
           02 QTD-CAIXA-ANON   PIC 9(5).
           02 QTD-MOV-ANON     PIC 9(5).
