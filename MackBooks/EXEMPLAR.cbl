           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 NUM-TOMBO-ED      PIC ZZZZZ9 VALUE ZEROS.
           77 COD-LIVRO-ED      PIC ZZZZ9 VALUE ZEROS.
           77 W-EXEMPLAR-NOVO   PIC X     VALUE "N".
              88 EXEMPLAR-NOVO            VALUE "S".
           77 W-SITUACAO-NOVA   PIC X     VALUE SPACE.
              88 SITUACAO-NOVA-OK         VALUE "D" "E" "R" "P".
           77 W-PROGRAMA        PIC X(10) VALUE "EXEMPLAR".
           77 W-ARQUIVO         PIC X(10) VALUE "EXEMPLARES".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LIVRO.
