           77 W-DATA-INI        PIC 9(8)  VALUE ZEROS.
           77 W-DATA-FIM        PIC 9(8)  VALUE ZEROS.
           77 W-DIAS-EMPRESTADO PIC 9(5)  VALUE ZEROS.
           77 W-QTD-LIVROS      PIC 9(4)  VALUE ZEROS.
           77 W-QTD-SEM-SAIDA   PIC 9(5)  VALUE ZEROS.
           77 W-TOT-EMPRESTIMOS PIC 9(7)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 W-I               PIC 9(4)  VALUE ZEROS.
           77 W-J               PIC 9(4)  VALUE ZEROS.
           77 W-MAIOR           PIC 9(4)  VALUE ZEROS.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-DATA-EMISSAO    PIC 9(8)  VALUE ZEROS.
               02 CABR-PAGINA       PIC ZZ9.

           01 W-TAB-ESTAT.
               02 W-ESTAT OCCURS 99999.
                   03 TAB-TOT-EMP      PIC 9(5).
                   03 TAB-TOT-DIAS     PIC 9(7).
                   03 TAB-TOT-DEV      PIC 9(5).

           01 W-TAB-LIVROS.
               02 W-LIVRO-ESTAT OCCURS 5000.
                   03 TAB-COD-LIVRO     PIC 9(5).
                   03 TAB-TITULO-LIVRO  PIC X(30).
                   03 TAB-QTD-TOTAL     PIC 9(3).
                   03 TAB-EMPRESTIMOS   PIC 9(5).
                   03 TAB-MEDIA-DIAS    PIC 9(3)V99.

           01 W-ELEM-LIVRO.
               02 ELEM-COD-LIVRO     PIC 9(5).
               02 ELEM-TITULO-LIVRO  PIC X(30).
               02 ELEM-QTD-TOTAL     PIC 9(3).
               02 ELEM-EMPRESTIMOS   PIC 9(5).
               02 ELEM-MEDIA-DIAS    PIC 9(3)V99.

           01 W-LINHA-ESTAT.
               02 DET-COD-LIVRO     PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-TITULO-LIVRO  PIC X(30).
               02 FILLER            PIC X(2)  VALUE SPACES.
           END-IF.

       PROCESSAMENTO.
           IF  W-QTD-LIVROS = 5000
               DISPLAY "TABELA DE LIVROS CHEIA - RELATORIO PARCIAL"
               MOVE "10" TO W-COD-ERRO
           ELSE
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COD    TITULO                          "
                      DELIMITED BY SIZE
                  "EMPST  P/EXEMP  MED.DIAS" DELIMITED BY SIZE
                  INTO REG-RELATORIO.
