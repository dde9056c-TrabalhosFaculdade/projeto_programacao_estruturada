              88 CATEGORIA-NOVA           VALUE "S".
           77 W-DESC-NOVA       PIC X(30) VALUE SPACES.
           77 W-PROGRAMA        PIC X(10) VALUE "CATEGORIA".
           77 W-ARQUIVO         PIC X(10) VALUE "CATEGORIA".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-CATEGORIA.
