              88 OPC-OK                      VALUE "S" "N".
           77 CONF                 PIC X     VALUE SPACE.
              88 CONF-OK                     VALUE "S" "N".
           77 COD-LIVRO-ED         PIC ZZZZ9 VALUE ZEROS.
           77 W-TITULO-NOVO        PIC X(40) VALUE SPACES.
           77 W-AUTOR-NOVO         PIC X(40) VALUE SPACES.
           77 W-ISBN-NOVO          PIC X(13) VALUE SPACES.
           77 W-ISBN-VALIDO        PIC X     VALUE "N".
              88 ISBN-VALIDO                 VALUE "S".
           77 W-LIVRO-ATUAL        PIC X(124) VALUE SPACES.
           77 COD-CATEGORIA-ED     PIC ZZ9   VALUE ZEROS.
           77 VALOR-LIVRO-ED       PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-CATEGORIA-VALIDA   PIC X     VALUE "N".
              88 CATEGORIA-VALIDA            VALUE "S".
           77 W-PROGRAMA           PIC X(10) VALUE "ALTERACAO".
           77 W-ARQUIVO            PIC X(10) VALUE "LIVROS".
           77 W-OPERACAO           PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES       PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS      PIC X(124) VALUE SPACES.
           DISPLAY "ALTERACAO DE LIVROS"    AT 1311.

           DISPLAY "CODIGO:"                AT 1502.
           DISPLAY "ISBN ATUAL:"            AT 1602.
           DISPLAY "NOVO ISBN:"             AT 1641.
           DISPLAY "TITULO ATUAL:"          AT 1702.
           DISPLAY "VALOR REPOSICAO ATUAL: R$" AT 1802.
           DISPLAY "AUTOR ATUAL:"           AT 1902.
           DISPLAY "CATEGORIA ATUAL:"       AT 2002.
           DISPLAY "NOVO TITULO:"           AT 2102.
           DISPLAY "NOVO VALOR REPOSICAO: R$" AT 2202.
           DISPLAY "NOVO AUTOR:"            AT 2302.
           DISPLAY "NOVA CATEGORIA (0=SEM):" AT 2402.
           DISPLAY "CONFIRMA ALTERACAO? (S/N):" AT 2502.
           IF W-COD-ERRO NOT = "00"
               DISPLAY "LIVRO NAO ENCONTRADO" AT 2712
           ELSE
               DISPLAY ISBN-LIVRO   AT 1614
               DISPLAY TITULO-LIVRO AT 1716
               DISPLAY AUTOR-LIVRO  AT 1915
               PERFORM EXIBIR-CATEGORIA-ATUAL
               IF  VALOR-LIVRO NOT NUMERIC
                   MOVE ZEROS TO VALOR-LIVRO
               END-IF
               MOVE VALOR-LIVRO TO VALOR-LIVRO-ED
               DISPLAY VALOR-LIVRO-ED AT 1828
           END-IF.

       EXIBIR-CATEGORIA-ATUAL.

       RECEBER-DADOS-NOVOS.
           MOVE SPACES TO W-TITULO-NOVO W-AUTOR-NOVO.
           PERFORM RECEBER-ISBN
               WITH TEST AFTER UNTIL ISBN-VALIDO.
           ACCEPT W-TITULO-NOVO AT 2115.
           ACCEPT VALOR-LIVRO-ED AT 2227.
           ACCEPT W-AUTOR-NOVO  AT 2314.
           PERFORM RECEBER-CATEGORIA
               WITH TEST AFTER UNTIL CATEGORIA-VALIDA.

       RECEBER-ISBN.
           *> EM BRANCO MANTEM O ISBN ATUAL; OUTRO LIVRO NAO PODE TER O
           *> MESMO ISBN
           MOVE "S" TO W-ISBN-VALIDO.
           MOVE SPACES TO W-ISBN-NOVO.
           ACCEPT W-ISBN-NOVO AT 1652.
           MOVE FUNCTION UPPER-CASE (W-ISBN-NOVO) TO W-ISBN-NOVO.
           IF  W-ISBN-NOVO = SPACES
               MOVE ISBN-LIVRO TO W-ISBN-NOVO
           ELSE
               MOVE REG-LIVRO   TO W-LIVRO-ATUAL
               MOVE W-ISBN-NOVO TO ISBN-LIVRO
               READ ARQ-LIVRO KEY IS ISBN-LIVRO
               IF  W-COD-ERRO = "00"
                   AND COD-LIVRO NOT = W-LIVRO-ATUAL (1:5)
                   MOVE "N" TO W-ISBN-VALIDO
                   DISPLAY "ISBN JA CADASTRADO NO LIVRO " AT 2712
                   DISPLAY COD-LIVRO AT 2740
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
               MOVE W-LIVRO-ATUAL TO REG-LIVRO
           END-IF.

       RECEBER-CATEGORIA.
           MOVE "N" TO W-CATEGORIA-VALIDA.
           ACCEPT COD-CATEGORIA-ED AT 2426.
               MOVE REG-LIVRO     TO W-IMAGEM-ANTES
               MOVE W-TITULO-NOVO TO TITULO-LIVRO
               MOVE W-AUTOR-NOVO  TO AUTOR-LIVRO
               MOVE W-ISBN-NOVO   TO ISBN-LIVRO
               MOVE COD-CATEGORIA-ED TO COD-CATEGORIA-LIVRO
               MOVE VALOR-LIVRO-ED   TO VALOR-LIVRO
               REWRITE REG-LIVRO
               IF  W-COD-ERRO = "00"
                   DISPLAY "LIVRO ALTERADO COM SUCESSO" AT 2712

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-LIVRO.
