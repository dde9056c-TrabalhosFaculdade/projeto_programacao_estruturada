               88 MOVIMENTO-EXCLUSAO  VALUE "E".
           02 ANTES-MOV     PIC X(124).
           02 DEPOIS-MOV    PIC X(124).
           02 ARQUIVO-MOV   PIC X(10).
