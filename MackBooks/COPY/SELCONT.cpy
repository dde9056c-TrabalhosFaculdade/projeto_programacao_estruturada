           SELECT OPTIONAL ARQ-CONTINGENCIA
           ASSIGN TO "contingencia.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-COD-ERRO-CONT.
