       FD ARQ-CALENDARIO.
       01 REG-CALENDARIO.
           02 DATA-CALENDARIO  PIC 9(8).
           02 TIPO-CALENDARIO  PIC X(1).
               88 DIA-FERIADO           VALUE "F".
               88 DIA-RECESSO           VALUE "R".
               88 DIA-FIM-DE-SEMANA     VALUE "S".
               88 TIPO-CALENDARIO-OK    VALUE "F" "R" "S".
           02 DESC-CALENDARIO  PIC X(30).
           02 FILLER           PIC X(10).
