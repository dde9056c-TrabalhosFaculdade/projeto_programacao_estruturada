           SELECT OPTIONAL ARQ-ACESSO
           ASSIGN TO "acessos.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-COD-ERRO-ACESSO.
