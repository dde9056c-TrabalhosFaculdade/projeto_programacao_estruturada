           ORGANIZATION INDEXED
           RECORD KEY IS COD-LIVRO
           ALTERNATE RECORD KEY IS TITULO-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN-LIVRO WITH DUPLICATES
           ACCESS SEQUENTIAL
           FILE STATUS IS W-COD-ERRO.
