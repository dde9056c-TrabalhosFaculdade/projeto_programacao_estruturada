           77 W-QTD-DESCONHECIDOS PIC 9(5) VALUE ZEROS.
           77 W-QTD-CORRIGIDOS  PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 W-I               PIC 9(6)  VALUE ZEROS.
           77 W-POS             PIC 9(5)  VALUE ZEROS.
           77 W-ACHOU-TOMBO     PIC X     VALUE "N".
              88 ACHOU-TOMBO              VALUE "S".
           77 W-PROGRAMA        PIC X(10) VALUE "INVENTARIO".
           77 W-ARQUIVO         PIC X(10) VALUE "EXEMPLARES".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
                   03 TAB-ENCONTRADO  PIC X(1).

           01 W-TAB-LIVROS.
               02 W-LIVRO-INV OCCURS 99999.
                   03 TAB-FALTANTES   PIC 9(3).
                   03 TAB-SIT-ERRADA  PIC 9(3).

           01 W-LINHA-DIVERG.
               02 DET-NUM-TOMBO     PIC ZZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-COD-LIVRO     PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-OCORRENCIA    PIC X(38).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-ACAO          PIC X(14).

           01 W-LINHA-RESUMO.
               02 RES-COD-LIVRO     PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 RES-TITULO-LIVRO  PIC X(30).
               02 FILLER            PIC X(2)  VALUE SPACES.
               OPEN INPUT ARQ-EXEMPLAR
           END-IF.
           DISPLAY " ".
           DISPLAY "TOMBO   COD    OCORRENCIA                        "
               "     ACAO".
           DISPLAY " ".
           MOVE ZEROS TO NUM-TOMBO.
           DISPLAY " ".
           DISPLAY "RESUMO POR LIVRO (SO COM DIVERGENCIAS)".
           DISPLAY " ".
           DISPLAY "COD    TITULO                          "
               "FALTAM  SIT.ERRADA".
           DISPLAY " ".
           PERFORM EXIBIR-RESUMO-LIVRO
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > 99999.

       EXIBIR-RESUMO-LIVRO.
           IF  TAB-FALTANTES (W-I) > ZEROS

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       FINALIZACAO.
           DISPLAY " ".
