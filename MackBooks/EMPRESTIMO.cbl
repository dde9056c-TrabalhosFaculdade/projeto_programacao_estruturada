              88 OPC-OK                   VALUE "S" "N".
           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 COD-LIVRO-ED       PIC ZZZZ9 VALUE ZEROS.
           77 W-ISBN             PIC X(13) VALUE SPACES.
           77 COD-EMPRESTIMO-ED  PIC ZZZZ9 VALUE ZEROS.
           77 COD-LEITOR-ED      PIC ZZZZ9 VALUE ZEROS.
           77 NUM-TOMBO-ED       PIC ZZZZZ9 VALUE ZEROS.
              88 TOMBO-OK                  VALUE "S".
           77 W-QTD-DISPONIVEL   PIC ZZ9   VALUE ZEROS.
           77 W-QTD-ATIVOS       PIC 9(3)  VALUE ZEROS.
           77 W-QTD-LIVRES       PIC 9(3)  VALUE ZEROS.
           77 W-QTD-PENDENTES    PIC 9(3)  VALUE ZEROS.
           77 W-COD-RESERVA-FILA PIC 9(5)  VALUE ZEROS.
              88 PODE-EMPRESTAR            VALUE "S".
           77 W-MSG-RESERVA      PIC X(65) VALUE SPACES.
           77 W-PROGRAMA         PIC X(10) VALUE "EMPRESTIMO".
           77 W-ARQUIVO          PIC X(10) VALUE SPACES.
           77 W-SERIE-EMPRESTIMO PIC X(10) VALUE "EMPRESTIMO".
           77 W-ACAO-SEQ         PIC X(1)  VALUE SPACE.
           77 W-NUMERO-SEQ       PIC 9(5)  VALUE ZEROS.
           77 W-OPERACAO         PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES     PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS    PIC X(124) VALUE SPACES.
           77 W-DATA-X           PIC X(8)  VALUE SPACES.
           77 W-DATA-ED          PIC X(10) VALUE SPACES.
           77 W-BRANCO           PIC X(50) VALUE SPACES.

           COPY WSREGRA.
           COPY WSCAL.

           LINKAGE SECTION.
           01 COD-OPERADOR       PIC X(8).

           DISPLAY "EMPRESTIMO DE LIVROS"           AT 1311.

           DISPLAY "CODIGO DO LIVRO:"                AT 1502.
           DISPLAY "OU ISBN:"                        AT 1602.
           DISPLAY "TITULO:"                         AT 1702.
           DISPLAY "NUMERO DO TOMBO:"                AT 1802.
           DISPLAY "EXEMPLARES DISPONIVEIS:"         AT 1902.
           DISPLAY "CODIGO DO LEITOR:"               AT 2002.
           DISPLAY "NOME DO LEITOR:"                 AT 2102.
           DISPLAY "CODIGO DO EMPRESTIMO:"           AT 2202.
           DISPLAY "DATA PREVISTA DEVOLUCAO:"        AT 2302.
           DISPLAY "CONFIRMA EMPRESTIMO? (S/N):"     AT 2402.
           DISPLAY "OUTRO REGISTRO? (S/N):"          AT 2502.
           DISPLAY "MENSAGEM:"                       AT 2602.

       ROTINA-LEITURA-LIVRO.
           *> CODIGO EM BRANCO: LOCALIZA O LIVRO PELO ISBN
           ACCEPT COD-LIVRO-ED AT 1518.
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
                       DISPLAY COD-LIVRO-ED AT 1518
                   END-IF
               END-IF
           ELSE
               MOVE COD-LIVRO-ED TO COD-LIVRO
               READ ARQ-LIVRO
           END-IF.

       EXIBIR-DADOS-LIVRO.

           ACCEPT COD-LEITOR-ED AT 2020.
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
                   DISPLAY NOME-LEITOR-CAD AT 2118
                   CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                             W-RET-REGRA
                   IF  LEITOR-SUSPENSO
                       MOVE "25" TO W-COD-ERRO-LEITOR
                       DISPLAY "LEITOR SUSPENSO POR MULTA EM ABERTO - "
                           "REGULARIZE NO BALCAO" AT 2612
                   ELSE
                       PERFORM CONTAR-EMPRESTIMOS-ATIVOS
                       IF  W-QTD-ATIVOS NOT < W-LIMITE-EMPRESTIMOS
                           MOVE "24" TO W-COD-ERRO-LEITOR
                           DISPLAY "LEITOR JA POSSUI O LIMITE DE "
                               "EMPRESTIMOS ATIVOS" AT 2612
                       END-IF
                   END-IF
           END-EVALUATE.

       CONTAR-EMPRESTIMOS-ATIVOS.

               IF  W-COD-ERRO-RES = "00"
                   MOVE REG-RESERVA TO W-IMAGEM-DEPOIS
                   MOVE "A"         TO W-OPERACAO
                   MOVE "RESERVA"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.
               IF  W-COD-ERRO-EX = "00"
                   MOVE REG-EXEMPLAR TO W-IMAGEM-DEPOIS
                   MOVE "A"          TO W-OPERACAO
                   MOVE "EXEMPLARES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.

       RECEBER-DADOS-EMPRESTIMO.
           MOVE SPACES TO REG-EMPRESTIMO.
           IF  W-QTD-EX-LIVRO > ZEROS
               MOVE NUM-TOMBO          TO NUM-TOMBO-EMP
           ELSE
           MOVE NOME-LEITOR-CAD        TO NOME-LEITOR.
           MOVE COD-LIVRO              TO COD-LIVRO-EMP.
           ACCEPT DATA-EMPRESTIMO FROM DATE YYYYMMDD.
           *> O PRAZO VEM DA REGRA DA CATEGORIA DO LEITOR E O
           *> VENCIMENTO E EMPURRADO PARA O PROXIMO DIA DE ABERTURA
           MOVE "S"                    TO W-ACAO-CAL.
           MOVE DATA-EMPRESTIMO        TO W-DATA-CAL-INI.
           MOVE W-PRAZO-EMPRESTIMO     TO W-DIAS-CAL.
           CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL.
           MOVE W-DATA-CAL-FIM         TO DATA-PREVISTA.
           MOVE DATA-PREVISTA          TO W-DATA-X.
           PERFORM FORMATAR-DATA.
           DISPLAY W-DATA-ED           AT 2327.
           MOVE ZEROS                  TO DATA-DEVOLUCAO.
           MOVE "A"                    TO SITUACAO-EMP.
           MOVE ZEROS                  TO QTD-RENOVACOES-EMP.

       FORMATAR-DATA.
           MOVE SPACES TO W-DATA-ED.
           STRING W-DATA-X (7:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (5:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (1:4) DELIMITED BY SIZE
                  INTO W-DATA-ED.

       GRAVAR-EMPRESTIMO.

           PERFORM WITH TEST AFTER UNTIL CONF-OK
                   MOVE SPACES         TO W-IMAGEM-ANTES
                   MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
                   MOVE "I"            TO W-OPERACAO
                   MOVE "EMPRESTIMO"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   MOVE REG-LIVRO TO W-IMAGEM-ANTES
                   ADD 1 TO QTD-EMPRESTADA
                           AT 2612
                       MOVE REG-LIVRO TO W-IMAGEM-DEPOIS
                       MOVE "A"       TO W-OPERACAO
                       MOVE "LIVROS"  TO W-ARQUIVO
                       PERFORM GRAVAR-MOVIMENTO
                       IF  NUM-TOMBO-EMP > ZEROS
                           PERFORM MARCAR-EXEMPLAR-EMPRESTADO

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-LIVRO.
