           SELECT OPTIONAL ARQ-CALENDARIO
           ASSIGN TO "calendario.dat"
           ORGANIZATION INDEXED
           RECORD KEY IS DATA-CALENDARIO
           ACCESS DYNAMIC
           FILE STATUS IS W-COD-ERRO-CAL.
