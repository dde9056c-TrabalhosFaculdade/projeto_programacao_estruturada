              88 ACHOU-LIVRO              VALUE "S".
           77 W-COD-RESERVA-PROMOVER PIC 9(5) VALUE ZEROS.
           77 W-PROGRAMA        PIC X(10) VALUE "EXPIRACAO".
           77 W-ARQUIVO         PIC X(10) VALUE "RESERVA".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.

           01 W-TAB-LIVROS-EXP.
               02 W-LIVRO-EXP PIC 9(5) OCCURS 100.

           01 W-LINHA-PROMOCAO.
               02 DET-COD-RESERVA   PIC ZZZZ9.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       FINALIZACAO.
           DISPLAY " ".
