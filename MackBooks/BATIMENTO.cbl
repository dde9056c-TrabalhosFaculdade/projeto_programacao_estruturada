               02 CABR-PAGINA       PIC ZZ9.

           01 W-TAB-ATIVOS.
               02 W-ATIVO PIC 9(3) OCCURS 99999.

           01 W-LINHA-DIVERG.
               02 DET-COD-LIVRO      PIC ZZZZ9.
               02 FILLER             PIC X(2)  VALUE SPACES.
               02 DET-TITULO-LIVRO   PIC X(30).
               02 FILLER             PIC X(2)  VALUE SPACES.
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COD    TITULO                          "
                      DELIMITED BY SIZE
                  "CONT  ATIVOS" DELIMITED BY SIZE
                  INTO REG-RELATORIO.
