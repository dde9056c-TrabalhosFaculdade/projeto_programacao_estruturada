           01 W-REGRA.
               02 W-DESC-REGRA         PIC X(20).
               02 W-LIMITE-EMPRESTIMOS PIC 9(2).
               02 W-PRAZO-EMPRESTIMO   PIC 9(3).
               02 W-LIMITE-RENOVACOES  PIC 9(2).
               02 W-DIAS-RENOVACAO     PIC 9(3).
               02 W-TAXA-MULTA         PIC 9(3)V99.
               02 W-VALOR-LIMITE       PIC 9(5)V99.
               02 W-DIAS-LIMITE        PIC 9(3).

           01 W-RET-REGRA              PIC X(2).
