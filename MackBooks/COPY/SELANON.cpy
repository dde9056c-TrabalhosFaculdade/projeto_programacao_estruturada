           SELECT OPTIONAL ARQ-ANONIMIZACAO
           ASSIGN TO "anonimizacao.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-COD-ERRO-ANON.
