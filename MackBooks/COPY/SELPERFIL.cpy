           SELECT OPTIONAL ARQ-PERFIL
           ASSIGN TO "perfis.dat"
           ORGANIZATION INDEXED
           RECORD KEY IS COD-PERFIL
           ACCESS DYNAMIC
           FILE STATUS IS W-COD-ERRO-PERFIL.
