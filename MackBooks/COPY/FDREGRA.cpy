       FD ARQ-REGRA.
       01 REG-REGRA.
           02 CATEGORIA-REGRA    PIC X(1).
           02 DESC-REGRA         PIC X(20).
           02 LIMITE-EMP-REGRA   PIC 9(2).
           02 PRAZO-EMP-REGRA    PIC 9(3).
           02 LIMITE-RENOV-REGRA PIC 9(2).
           02 DIAS-RENOV-REGRA   PIC 9(3).
           02 TAXA-MULTA-REGRA   PIC 9(3)V99.
           02 VALOR-SUSP-REGRA   PIC 9(5)V99.
           02 DIAS-SUSP-REGRA    PIC 9(3).
           02 FILLER             PIC X(20).
