           01 W-CALENDARIO.
               02 W-ACAO-CAL       PIC X(1).
               02 W-DATA-CAL-INI   PIC 9(8).
               02 W-DATA-CAL-FIM   PIC 9(8).
               02 W-DIAS-CAL       PIC 9(5).

           01 W-RET-CAL            PIC X(2).
