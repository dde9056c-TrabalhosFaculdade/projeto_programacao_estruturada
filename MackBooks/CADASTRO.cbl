              88 OPC-OK               VALUE "S" "N".
           77 CONF          PIC X     VALUE SPACE.
              88 CONF-OK              VALUE "S" "N".
           77 COD-LIVRO-ED  PIC ZZZZ9 VALUE ZEROS.
           77 QTD-TOTAL-ED  PIC ZZ9   VALUE ZEROS.
           77 COD-CATEGORIA-ED PIC ZZ9 VALUE ZEROS.
           77 VALOR-LIVRO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-CATEGORIA-VALIDA PIC X  VALUE "N".
              88 CATEGORIA-VALIDA       VALUE "S".
           77 W-ISBN        PIC X(13) VALUE SPACES.
           77 W-ISBN-VALIDO PIC X     VALUE "N".
              88 ISBN-VALIDO          VALUE "S".
           77 W-LIVRO-DIGITADO PIC X(124) VALUE SPACES.
           77 W-PROGRAMA    PIC X(10) VALUE "CADASTRO".
           77 W-ARQUIVO     PIC X(10) VALUE "LIVROS".
           77 W-OPERACAO    PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES  PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS PIC X(124) VALUE SPACES.

       FORMATAR-TELA.

           MOVE ZEROS   TO COD-LIVRO-ED QTD-TOTAL-ED VALOR-LIVRO-ED.
           MOVE SPACES  TO TITULO-LIVRO AUTOR-LIVRO W-ISBN.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           DISPLAY "CODIGO:"                   AT 1502.
           DISPLAY "TITULO:"                   AT 1702.
           DISPLAY "ISBN:"                     AT 1802.
           DISPLAY "AUTOR:"                    AT 1902.
           DISPLAY "VALOR DE REPOSICAO: R$"    AT 2002.
           DISPLAY "QUANTIDADE DE EXEMPLARES:" AT 2102.
           DISPLAY "CATEGORIA (0=SEM):"        AT 2202.
           DISPLAY "CONFIRMA GRAVACAO? (S/N):" AT 2302.
           ACCEPT COD-LIVRO-ED AT 1511.
           MOVE COD-LIVRO-ED TO COD-LIVRO.
           ACCEPT TITULO-LIVRO AT 1711.
           PERFORM RECEBER-ISBN
               WITH TEST AFTER UNTIL ISBN-VALIDO.
           ACCEPT AUTOR-LIVRO  AT 1911.
           ACCEPT VALOR-LIVRO-ED AT 2025.
           MOVE VALOR-LIVRO-ED TO VALOR-LIVRO.
           ACCEPT QTD-TOTAL-ED AT 2128.
           MOVE QTD-TOTAL-ED TO QTD-TOTAL.
           MOVE ZEROS        TO QTD-EMPRESTADA.
           PERFORM RECEBER-CATEGORIA
               WITH TEST AFTER UNTIL CATEGORIA-VALIDA.
           MOVE COD-CATEGORIA-ED TO COD-CATEGORIA-LIVRO.
           MOVE W-ISBN           TO ISBN-LIVRO.

       RECEBER-ISBN.
           *> ISBN E OPCIONAL, MAS NAO PODE SE REPETIR ENTRE TITULOS
           MOVE "S" TO W-ISBN-VALIDO.
           ACCEPT W-ISBN AT 1811.
           MOVE FUNCTION UPPER-CASE (W-ISBN) TO W-ISBN.
           IF  W-ISBN NOT = SPACES
               MOVE REG-LIVRO TO W-LIVRO-DIGITADO
               MOVE W-ISBN    TO ISBN-LIVRO
               READ ARQ-LIVRO KEY IS ISBN-LIVRO
               IF  W-COD-ERRO = "00"
                   MOVE "N" TO W-ISBN-VALIDO
                   DISPLAY "ISBN JA CADASTRADO NO LIVRO " AT 2712
                   DISPLAY COD-LIVRO AT 2740
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
               MOVE W-LIVRO-DIGITADO TO REG-LIVRO
           END-IF.

       RECEBER-CATEGORIA.
           MOVE "N" TO W-CATEGORIA-VALIDA.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-LIVRO.
