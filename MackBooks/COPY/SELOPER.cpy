           SELECT OPTIONAL ARQ-OPERADOR
           ASSIGN TO "operadores.dat"
           ORGANIZATION INDEXED
           RECORD KEY IS COD-OPERADOR-CAD
           ACCESS DYNAMIC
           FILE STATUS IS W-COD-ERRO-OPER.
