           SELECT OPTIONAL ARQ-MULTA
           ASSIGN TO "multas.dat"
           ORGANIZATION INDEXED
           RECORD KEY IS CHAVE-MULTA
           ACCESS DYNAMIC
           FILE STATUS IS W-COD-ERRO-MULTA.
