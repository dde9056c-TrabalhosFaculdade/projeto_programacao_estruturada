           SELECT OPTIONAL ARQ-CONVERSAO
           ASSIGN TO "conversao-livro.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-COD-ERRO-CONV.
