           SELECT OPTIONAL ARQ-REGRA
           ASSIGN TO "regras.dat"
           ORGANIZATION INDEXED
           RECORD KEY IS CATEGORIA-REGRA
           ACCESS DYNAMIC
           FILE STATUS IS W-COD-ERRO-REGRA.
