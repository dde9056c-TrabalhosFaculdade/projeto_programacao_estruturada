                       COPY SELLIVRO.
                       COPY SELEMP.
                       COPY SELRES.
                       COPY SELLEITOR.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDRES.
           COPY FDLEITOR.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO          PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-LEITOR   PIC X(2)  VALUE SPACES.
           77 OPC                 PIC X     VALUE SPACE.
              88 OPC-OK                     VALUE "S" "N".
           77 CONF                PIC X     VALUE SPACE.
           77 W-RENOVACOES-ED     PIC Z9    VALUE ZEROS.
           77 W-DATA-HOJE         PIC 9(8)  VALUE ZEROS.
           77 W-DATA-NOVA         PIC 9(8)  VALUE ZEROS.
           77 W-QTD-PENDENTES     PIC 9(3)  VALUE ZEROS.
           77 W-PODE-RENOVAR      PIC X     VALUE "S".
              88 PODE-RENOVAR               VALUE "S".
           77 W-DATA-X            PIC X(8)  VALUE SPACES.
           77 W-DATA-ED           PIC X(10) VALUE SPACES.
           77 W-PROGRAMA          PIC X(10) VALUE "RENOVACAO".
           77 W-ARQUIVO           PIC X(10) VALUE "EMPRESTIMO".
           77 W-OPERACAO          PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES      PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS     PIC X(124) VALUE SPACES.
           77 W-BRANCO            PIC X(50) VALUE SPACES.

           COPY WSREGRA.
           COPY WSCAL.

           LINKAGE SECTION.
           01 COD-OPERADOR        PIC X(8).


           MOVE "S" TO W-PODE-RENOVAR.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM OBTER-REGRA-LEITOR.

           IF  DATA-PREVISTA < W-DATA-HOJE
               MOVE "N" TO W-PODE-RENOVAR
               END-IF
           END-IF.

       OBTER-REGRA-LEITOR.
           *> LIMITE E DIAS DE RENOVACAO DEPENDEM DA CATEGORIA DO LEITOR
           MOVE COD-LEITOR-EMP TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR NOT = "00"
               MOVE SPACE TO CATEGORIA-LEITOR
           END-IF.
           CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                     W-RET-REGRA.

       CONTAR-RESERVAS-PENDENTES.

           MOVE ZEROS TO W-QTD-PENDENTES COD-RESERVA.

       RENOVAR-EMPRESTIMO.

           MOVE "S"              TO W-ACAO-CAL.
           MOVE DATA-PREVISTA    TO W-DATA-CAL-INI.
           MOVE W-DIAS-RENOVACAO TO W-DIAS-CAL.
           CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL.
           MOVE W-DATA-CAL-FIM   TO W-DATA-NOVA.
           MOVE W-DATA-NOVA TO W-DATA-X.
           PERFORM FORMATAR-DATA.
           DISPLAY W-DATA-ED AT 2222.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LIVRO.
           OPEN I-O   ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-RESERVA.
           OPEN INPUT ARQ-LEITOR.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2512.
           CLOSE ARQ-LIVRO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-LEITOR.
