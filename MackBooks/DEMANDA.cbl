              88 FIM-ARQUIVO              VALUE "10".
           77 W-DATA-INI        PIC 9(8)  VALUE ZEROS.
           77 W-DATA-FIM        PIC 9(8)  VALUE ZEROS.
           77 W-CHAVE           PIC X(45) VALUE SPACES.
           77 W-QTD-CHAVES      PIC 9(3)  VALUE ZEROS.
           77 W-QTD-LIDAS       PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZ9 VALUE ZEROS.
           01 W-TAB-DEMANDA.
               02 W-DEMANDA OCCURS 500.
                   03 TAB-CHAVE.
                       04 TAB-COD-PESQUISA    PIC X(5).
                       04 TAB-TITULO-PESQUISA PIC X(40).
                   03 TAB-CONTADOR      PIC 9(5).
                   03 TAB-CONTADOR-MISS PIC 9(5).

           01 W-ELEM-DEMANDA.
               02 ELEM-CHAVE          PIC X(45).
               02 ELEM-CONTADOR       PIC 9(5).
               02 ELEM-CONTADOR-MISS  PIC 9(5).


       ACUMULAR-CONSULTA.

           MOVE REG-CONSULTA (1:45) TO W-CHAVE.
           MOVE "N" TO W-ACHOU-CHAVE.
           PERFORM PROCURAR-CHAVE
               VARYING W-I FROM 1 BY 1
