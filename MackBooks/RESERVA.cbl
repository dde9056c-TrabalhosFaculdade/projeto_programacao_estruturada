              88 OPC-OK                   VALUE "S" "N".
           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 COD-LIVRO-ED      PIC ZZZZ9 VALUE ZEROS.
           77 W-ISBN            PIC X(13) VALUE SPACES.
           77 COD-LEITOR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 W-QTD-LIVRES      PIC 9(3)  VALUE ZEROS.
           77 W-QTD-PENDENTES   PIC 9(3)  VALUE ZEROS.
           77 W-PODE-RESERVAR   PIC X     VALUE "N".
              88 PODE-RESERVAR            VALUE "S".
           77 W-PROGRAMA        PIC X(10) VALUE "RESERVA".
           77 W-ARQUIVO         PIC X(10) VALUE "RESERVA".
           77 W-SERIE-RESERVA   PIC X(10) VALUE "RESERVA".
           77 W-ACAO-SEQ        PIC X(1)  VALUE SPACE.
           77 W-NUMERO-SEQ      PIC 9(5)  VALUE ZEROS.
           DISPLAY "RESERVA DE LIVROS"          AT 1311.

           DISPLAY "CODIGO DO LIVRO:"           AT 1502.
           DISPLAY "OU ISBN:"                   AT 1602.
           DISPLAY "TITULO:"                    AT 1702.
           DISPLAY "CODIGO DO LEITOR:"          AT 1902.
           DISPLAY "NOME DO LEITOR:"            AT 2002.
           DISPLAY "MENSAGEM:"                  AT 2602.

       ROTINA-LEITURA-LIVRO.
           *> CODIGO EM BRANCO: LOCALIZA O LIVRO PELO ISBN
           ACCEPT COD-LIVRO-ED AT 1519.
           IF  COD-LIVRO-ED = ZEROS
               MOVE SPACES TO W-ISBN
               ACCEPT W-ISBN AT 1611
               MOVE FUNCTION UPPER-CASE (W-ISBN) TO W-ISBN
               IF  W-ISBN = SPACES
                   MOVE "23" TO W-COD-ERRO
               ELSE
                   MOVE W-ISBN TO ISBN-LIVRO
                   READ ARQ-LIVRO KEY IS ISBN-LIVRO
                   IF  W-COD-ERRO = "00"
                       MOVE COD-LIVRO TO COD-LIVRO-ED
                       DISPLAY COD-LIVRO-ED AT 1519
                   END-IF
               END-IF
           ELSE
               MOVE COD-LIVRO-ED TO COD-LIVRO
               READ ARQ-LIVRO
           END-IF.

       EXIBIR-DADOS-LIVRO.
           IF  W-COD-ERRO NOT = "00"
           ACCEPT COD-LEITOR-ED AT 1920.
           MOVE COD-LEITOR-ED TO COD-LEITOR.
           READ ARQ-LEITOR.
           EVALUATE TRUE
               WHEN W-COD-ERRO-LEITOR NOT = "00"
                   DISPLAY "LEITOR NAO CADASTRADO" AT 2612
               WHEN LEITOR-ANONIMIZADO
                   MOVE "26" TO W-COD-ERRO-LEITOR
                   DISPLAY "LEITOR ANONIMIZADO - CADASTRO ENCERRADO"
                       AT 2612
               WHEN LEITOR-INATIVO
                   MOVE "27" TO W-COD-ERRO-LEITOR
                   DISPLAY "LEITOR INATIVO - MATRICULA ENCERRADA"
                       AT 2612
               WHEN OTHER
                   DISPLAY NOME-LEITOR-CAD AT 2018
           END-EVALUATE.

       RECEBER-ACAO.


       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LIVRO.
