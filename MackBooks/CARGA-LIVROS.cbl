
           FD ARQ-CARGA.
           01 REG-CARGA.
               02 COD-LIVRO-CARGA    PIC 9(5).
               02 TITULO-LIVRO-CARGA PIC X(40).
               02 AUTOR-LIVRO-CARGA  PIC X(40).
               02 QTD-TOTAL-CARGA    PIC 9(3).
               02 COD-CATEGORIA-CARGA PIC 9(3).
               02 ISBN-CARGA         PIC X(13).

           FD ARQ-REJEITADOS.
           01 REG-REJEITADO.
           77 W-COD-ERRO-CARGA  PIC X(2)  VALUE SPACES.
              88 FIM-CARGA                VALUE "10".
           77 W-COD-ERRO-REJ    PIC X(2)  VALUE SPACES.
           77 W-ISBN-REPETIDO   PIC X(1)  VALUE "N".
              88 ISBN-REPETIDO            VALUE "S".
           77 W-CONTADOR-LIDOS      PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-CARREGADOS PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-REJEITADOS PIC 9(5)  VALUE ZEROS.
               PERFORM REJEITAR-LIVRO
           ELSE
               PERFORM VALIDAR-CATEGORIA-CARGA
               PERFORM VALIDAR-ISBN-CARGA
               EVALUATE TRUE
                   WHEN W-COD-ERRO-CAT NOT = "00"
                       PERFORM REJEITAR-CATEGORIA
                   WHEN ISBN-REPETIDO
                       PERFORM REJEITAR-ISBN
                   WHEN OTHER
                       PERFORM GRAVAR-LIVRO-CARGA
               END-EVALUATE
           END-IF.

       GRAVAR-LIVRO-CARGA.
           MOVE COD-LIVRO-CARGA    TO COD-LIVRO.
           MOVE TITULO-LIVRO-CARGA TO TITULO-LIVRO.
           MOVE AUTOR-LIVRO-CARGA  TO AUTOR-LIVRO.
           MOVE QTD-TOTAL-CARGA    TO QTD-TOTAL.
           MOVE ZEROS              TO QTD-EMPRESTADA.
           MOVE COD-CATEGORIA-CARGA TO COD-CATEGORIA-LIVRO.
           MOVE ZEROS              TO VALOR-LIVRO.
           MOVE ISBN-CARGA         TO ISBN-LIVRO.
           WRITE REG-LIVRO.
           IF  W-COD-ERRO = "00"
               ADD 1 TO W-CONTADOR-CARREGADOS
           ELSE
               PERFORM REJEITAR-LIVRO
           END-IF.

       VALIDAR-ISBN-CARGA.
           *> O ISBN E OPCIONAL, MAS NAO PODE REPETIR UM TITULO DO
           *> ACERVO NEM UM TITULO JA CARREGADO NESTE MESMO ARQUIVO
           MOVE "N" TO W-ISBN-REPETIDO.
           IF  ISBN-CARGA NOT = SPACES
               MOVE FUNCTION UPPER-CASE (ISBN-CARGA) TO ISBN-CARGA
               MOVE ISBN-CARGA TO ISBN-LIVRO
               READ ARQ-LIVRO KEY IS ISBN-LIVRO
               IF  W-COD-ERRO = "00"
                   MOVE "S" TO W-ISBN-REPETIDO
               END-IF
           END-IF.

           END-IF.
           ADD 1 TO W-CONTADOR-REJEITADOS.

       REJEITAR-ISBN.
           MOVE SPACES TO REG-REJEITADO.
           STRING COD-LIVRO-CARGA    DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  TITULO-LIVRO-CARGA DELIMITED BY SIZE
                  " - ISBN JA CADASTRADO" DELIMITED BY SIZE
                  INTO LINHA-REJEITADA.
           WRITE REG-REJEITADO.
           IF  W-COD-ERRO-REJ NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOG DE REJEITADOS - STATUS "
                   W-COD-ERRO-REJ
           END-IF.
           ADD 1 TO W-CONTADOR-REJEITADOS.

       REJEITAR-LIVRO.
           MOVE SPACES TO REG-REJEITADO.
           EVALUATE W-COD-ERRO
