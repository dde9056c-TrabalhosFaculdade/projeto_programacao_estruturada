                       COPY SELRES.
                       COPY SELMULTA.
                       COPY SELEX.
                       COPY SELLEITOR.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDRES.
           COPY FDMULTA.
           COPY FDEX.
           COPY FDLEITOR.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO          PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EX       PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-LEITOR   PIC X(2)  VALUE SPACES.
           77 OPC                 PIC X     VALUE SPACE.
              88 OPC-OK                     VALUE "S" "N".
           77 CONF                PIC X     VALUE SPACE.
           77 W-ACHOU-RESERVA     PIC X     VALUE "N".
              88 ACHOU-RESERVA              VALUE "S".
           77 W-MSG-RESERVA       PIC X(61) VALUE SPACES.
           77 W-DIAS-ATRASO       PIC 9(5)  VALUE ZEROS.
           77 W-MULTA-NOVA        PIC X(81) VALUE SPACES.
           77 W-VALOR-MULTA-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-MSG-MULTA         PIC X(50) VALUE SPACES.
           77 W-PROGRAMA          PIC X(10) VALUE "DEVOLUCAO".
           77 W-ARQUIVO           PIC X(10) VALUE SPACES.
           77 W-OPERACAO          PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES      PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS     PIC X(124) VALUE SPACES.
           77 W-BRANCO            PIC X(50) VALUE SPACES.

           COPY WSREGRA.
           COPY WSCAL.

           LINKAGE SECTION.
           01 COD-OPERADOR        PIC X(8).

               IF  W-COD-ERRO-EMP = "00"
                   MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
                   MOVE "A"            TO W-OPERACAO
                   MOVE "EMPRESTIMO"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   MOVE REG-LIVRO TO W-IMAGEM-ANTES
                   MOVE "N" TO W-DECREMENTOU-QTD
                           AT 2512
                       MOVE REG-LIVRO TO W-IMAGEM-DEPOIS
                       MOVE "A"       TO W-OPERACAO
                       MOVE "LIVROS"  TO W-ARQUIVO
                       PERFORM GRAVAR-MOVIMENTO
                       IF  NUM-TOMBO-EMP > ZEROS
                           PERFORM LIBERAR-EXEMPLAR

       CALCULAR-MULTA.

           *> SO CONTAM OS DIAS DE ATRASO EM QUE A BIBLIOTECA ABRIU
           MOVE ZEROS TO W-DIAS-ATRASO.
           IF  DATA-DEVOLUCAO > DATA-PREVISTA
               MOVE "C"            TO W-ACAO-CAL
               MOVE DATA-PREVISTA  TO W-DATA-CAL-INI
               MOVE DATA-DEVOLUCAO TO W-DATA-CAL-FIM
               CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL
               MOVE W-DIAS-CAL     TO W-DIAS-ATRASO
           END-IF.

           IF  W-DIAS-ATRASO > ZEROS
               PERFORM OBTER-REGRA-LEITOR
               MOVE SPACES TO REG-MULTA
               MOVE COD-EMPRESTIMO TO COD-EMPRESTIMO-MUL
               MOVE "A"            TO TIPO-MULTA
               MOVE COD-LEITOR-EMP TO COD-LEITOR-MUL
               MOVE NOME-LEITOR    TO NOME-LEITOR-MUL
               MOVE W-DIAS-ATRASO  TO DIAS-ATRASO-MUL
                       MOVE SPACES    TO W-IMAGEM-ANTES
                       MOVE REG-MULTA TO W-IMAGEM-DEPOIS
                       MOVE "I"       TO W-OPERACAO
                       MOVE "MULTAS"  TO W-ARQUIVO
                       PERFORM GRAVAR-MOVIMENTO
                   WHEN "22"
                       PERFORM REGRAVAR-MULTA-ANTIGA
               END-EVALUATE
           END-IF.

       OBTER-REGRA-LEITOR.
           *> A TAXA DIARIA DEPENDE DA CATEGORIA DO LEITOR
           MOVE COD-LEITOR-EMP TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR NOT = "00"
               MOVE SPACE TO CATEGORIA-LEITOR
           END-IF.
           CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                     W-RET-REGRA.

       REGRAVAR-MULTA-ANTIGA.

           MOVE REG-MULTA TO W-MULTA-NOVA.
                   IF  W-COD-ERRO-MULTA = "00"
                       MOVE REG-MULTA TO W-IMAGEM-DEPOIS
                       MOVE "A"       TO W-OPERACAO
                       MOVE "MULTAS"  TO W-ARQUIVO
                       PERFORM GRAVAR-MOVIMENTO
                   ELSE
                       DISPLAY "ERRO AO GRAVAR MULTA - STATUS "
               IF  W-COD-ERRO-EX = "00"
                   MOVE REG-EXEMPLAR TO W-IMAGEM-DEPOIS
                   MOVE "A"          TO W-OPERACAO
                   MOVE "EXEMPLARES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.
               IF  W-COD-ERRO-RES = "00"
                   MOVE REG-RESERVA TO W-IMAGEM-DEPOIS
                   MOVE "A"         TO W-OPERACAO
                   MOVE "RESERVA"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   MOVE SPACES TO W-MSG-RESERVA
                   STRING "LIVRO RESERVADO PARA " DELIMITED BY SIZE

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-LIVRO.
           OPEN I-O ARQ-RESERVA.
           OPEN I-O ARQ-MULTA.
           OPEN I-O ARQ-EXEMPLAR.
           OPEN INPUT ARQ-LEITOR.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2512.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-MULTA.
           CLOSE ARQ-EXEMPLAR.
           CLOSE ARQ-LEITOR.
