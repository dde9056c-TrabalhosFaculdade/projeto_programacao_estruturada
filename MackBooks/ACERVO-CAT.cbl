           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.
           77 W-QTD-LIVROS      PIC 9(4)  VALUE ZEROS.
           77 W-QTD-SECOES      PIC 9(3)  VALUE ZEROS.
           77 W-TOT-TITULOS     PIC 9(5)  VALUE ZEROS.
           77 W-TOT-EXEMPLARES  PIC 9(7)  VALUE ZEROS.
           77 W-SUB-EXEMPLARES  PIC 9(7)  VALUE ZEROS.
           77 W-CAT-CORRENTE    PIC 9(3)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 W-I               PIC 9(4)  VALUE ZEROS.
           77 W-J               PIC 9(4)  VALUE ZEROS.
           77 W-MENOR           PIC 9(4)  VALUE ZEROS.
           77 W-SECAO-FECHADA   PIC X     VALUE "N".
              88 SECAO-FECHADA            VALUE "S".

           01 W-TAB-ACERVO.
               02 W-LIVRO-CAT OCCURS 5000.
                   03 TAB-CHAVE.
                       04 TAB-COD-CATEGORIA PIC 9(3).
                       04 TAB-COD-LIVRO     PIC 9(5).
                   03 TAB-TITULO-LIVRO  PIC X(30).
                   03 TAB-QTD-TOTAL     PIC 9(3).

           01 W-ELEM-ACERVO.
               02 ELEM-CHAVE         PIC X(8).
               02 ELEM-TITULO-LIVRO  PIC X(30).
               02 ELEM-QTD-TOTAL     PIC 9(3).


           01 W-LINHA-LIVRO.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-COD-LIVRO     PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-TITULO-LIVRO  PIC X(30).
               02 FILLER            PIC X(2)  VALUE SPACES.
                  INTO W-NOME-RELATORIO.

       PROCESSAMENTO.
           IF  W-QTD-LIVROS = 5000
               DISPLAY "TABELA DE LIVROS CHEIA - RELATORIO PARCIAL"
               MOVE "10" TO W-COD-ERRO
           ELSE
