              88 OPC-OK                    VALUE "S" "N".
           77 CONF               PIC X     VALUE SPACE.
              88 CONF-OK                   VALUE "S" "N".
           77 COD-LIVRO-ED       PIC ZZZZ9 VALUE ZEROS.
           77 W-TEM-EMPRESTIMO   PIC X(1)  VALUE "N".
              88 TEM-EMPRESTIMO-ATIVO      VALUE "S".
           77 W-PROGRAMA         PIC X(10) VALUE "EXCLUSAO".
           77 W-ARQUIVO          PIC X(10) VALUE "LIVROS".
           77 W-OPERACAO         PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES     PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS    PIC X(124) VALUE SPACES.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O   ARQ-LIVRO.
