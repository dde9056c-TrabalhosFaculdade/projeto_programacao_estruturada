           77 W-COD-ERRO-EXPORT  PIC X(2)  VALUE SPACES.
           77 W-ERRO-EXPORT      PIC X(1)  VALUE "N".
              88 EXPORT-COM-ERRO           VALUE "S".
           77 W-COD-LIVRO-X      PIC 9(5)  VALUE ZEROS.
           77 W-QTD-TOTAL-X      PIC 9(3)  VALUE ZEROS.
           77 W-QTD-DISPONIVEL   PIC 9(3)  VALUE ZEROS.
           77 W-QTD-REGISTROS    PIC 9(5)  VALUE ZEROS.
