       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAGEM.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELCONT.
                       COPY SELLIVRO.
                       COPY SELEMP.
                       COPY SELLEITOR.
                       COPY SELRES.
                       COPY SELEX.
                       COPY SELMULTA.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDCONT.
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDLEITOR.
           COPY FDRES.
           COPY FDEX.
           COPY FDMULTA.

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-CONT     PIC X(2)  VALUE SPACES.
              88 FIM-CONTINGENCIA           VALUE "10".
           77 W-COD-ERRO          PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-LEITOR   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EX       PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REL      PIC X(2)  VALUE SPACES.
           77 W-PROSSEGUIR        PIC X(1)  VALUE "S".
              88 PROSSEGUIR                 VALUE "S".
           77 W-MOTIVO            PIC X(28) VALUE SPACES.
           77 W-RESULTADO         PIC X(28) VALUE SPACES.
           77 W-PROGRAMA          PIC X(10) VALUE "POSTAGEM".
           77 W-ARQUIVO           PIC X(10) VALUE SPACES.
           77 W-OPERACAO          PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES      PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS     PIC X(124) VALUE SPACES.
           77 W-SERIE-EMPRESTIMO  PIC X(10) VALUE "EMPRESTIMO".
           77 W-ACAO-SEQ          PIC X(1)  VALUE SPACE.
           77 W-NUMERO-SEQ        PIC 9(5)  VALUE ZEROS.
           77 W-RET-SEQ           PIC X(2)  VALUE SPACES.
           77 W-QTD-EX-LIVRO      PIC 9(5)  VALUE ZEROS.
           77 W-QTD-EX-DISP       PIC 9(5)  VALUE ZEROS.
           77 W-QTD-LIVRES        PIC 9(3)  VALUE ZEROS.
           77 W-QTD-ATIVOS        PIC 9(3)  VALUE ZEROS.
           77 W-QTD-PENDENTES     PIC 9(3)  VALUE ZEROS.
           77 W-COD-RESERVA-FILA  PIC 9(5)  VALUE ZEROS.
           77 W-COD-LEITOR-FILA   PIC 9(5)  VALUE ZEROS.
           77 W-COD-RESERVA-LEITOR PIC 9(5) VALUE ZEROS.
           77 W-COD-RESERVA-ATENDER PIC 9(5) VALUE ZEROS.
           77 W-ACHOU-EMPRESTIMO  PIC X(1)  VALUE "N".
              88 ACHOU-EMPRESTIMO           VALUE "S".
           77 W-ACHOU-RESERVA     PIC X(1)  VALUE "N".
              88 ACHOU-RESERVA              VALUE "S".
           77 W-DIAS-ATRASO       PIC 9(5)  VALUE ZEROS.
           77 W-MULTA-NOVA        PIC X(81) VALUE SPACES.
           77 W-VALOR-MULTA-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-DATA-HOJE         PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO      PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X            PIC X(8)  VALUE SPACES.
           77 W-NOME-RELATORIO    PIC X(30) VALUE SPACES.
           77 W-NOME-POSTADO      PIC X(40) VALUE SPACES.
           77 W-RET-RENAME        PIC S9(9) COMP-5 VALUE ZERO.
           77 W-QTD-LINHAS        PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2)  VALUE 60.
           77 W-NUM-PAGINA        PIC 9(3)  VALUE ZEROS.
           77 W-LINHA-PENDENTE    PIC X(80) VALUE SPACES.
           77 W-I                 PIC 9(4)  VALUE ZEROS.
           77 W-J                 PIC 9(4)  VALUE ZEROS.
           77 W-MENOR             PIC 9(4)  VALUE ZEROS.
           77 W-QTD-TRANS         PIC 9(4)  VALUE ZEROS.
           77 W-MAX-TRANS         PIC 9(4)  VALUE 2000.
           77 W-QTD-POSTADAS      PIC 9(4)  VALUE ZEROS.
           77 W-QTD-REJEITADAS    PIC 9(4)  VALUE ZEROS.
           77 W-QTD-EMPRESTIMOS   PIC 9(4)  VALUE ZEROS.
           77 W-QTD-DEVOLUCOES    PIC 9(4)  VALUE ZEROS.
           77 W-QTD-RENOVACOES    PIC 9(4)  VALUE ZEROS.
           77 W-QTD-MULTAS        PIC 9(4)  VALUE ZEROS.
           77 W-TOTAL-MULTAS      PIC 9(7)V99 VALUE ZEROS.
           77 W-CONTADOR-ED       PIC ZZZZ9 VALUE ZEROS.
           77 W-TOTAL-ED          PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           77 W-SITUACAO-LISTADA  PIC X(1)  VALUE SPACE.

           COPY WSREGRA.
           COPY WSCAL.

           *> TRANSACOES DO ARQUIVO, ORDENADAS POR DATA, HORA E ORDEM
           *> DE GRAVACAO
           01 W-TAB-TRANSACOES.
               02 W-TRANSACAO OCCURS 2000.
                   03 TAB-ORDEM.
                       04 TAB-DATA       PIC 9(8).
                       04 TAB-HORA       PIC 9(6).
                       04 TAB-SEQ        PIC 9(4).
                   03 TAB-REGISTRO       PIC X(60).
                   03 TAB-SITUACAO       PIC X(1).
                   03 TAB-MOTIVO         PIC X(28).

           01 W-ELEM-TRANSACAO           PIC X(107).

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           01 W-LINHA-TRANSACAO.
               02 DET-DATA          PIC 9(8).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-HORA          PIC 9(6).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-TIPO          PIC X(1).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-OPERADOR      PIC X(8).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-EMPRESTIMO    PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-LIVRO         PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-TOMBO         PIC ZZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-LEITOR        PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-MOTIVO        PIC X(28).

           LINKAGE SECTION.
           01 COD-OPERADOR        PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           CALL "CABECALHO".
           DISPLAY "POSTAGEM DAS TRANSACOES DE CONTINGENCIA".
           DISPLAY " ".
           PERFORM INICIALIZACAO.
           IF  PROSSEGUIR
               PERFORM PROCESSAMENTO
               PERFORM FINALIZACAO
           END-IF.
           EXIT PROGRAM.

       INICIALIZACAO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-EMISSAO FROM TIME.
           PERFORM CARREGAR-TRANSACOES.
           IF  PROSSEGUIR
               PERFORM ORDENAR-TRANSACAO
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I NOT < W-QTD-TRANS
               PERFORM ABRIR-ARQUIVOS
           END-IF.
           *> SO RENOMEIA A CONTINGENCIA DEPOIS QUE TUDO ABRIU
           IF  PROSSEGUIR
               PERFORM ARQUIVAR-CONTINGENCIA
               IF  NOT PROSSEGUIR
                   PERFORM FECHAR-ARQUIVOS
               END-IF
           END-IF.

       CARREGAR-TRANSACOES.
           MOVE ZEROS TO W-QTD-TRANS.
           OPEN INPUT ARQ-CONTINGENCIA.
           IF  W-COD-ERRO-CONT NOT = "00"
               DISPLAY "NENHUMA TRANSACAO DE CONTINGENCIA A POSTAR"
               MOVE "N" TO W-PROSSEGUIR
           ELSE
               PERFORM LER-PROXIMA-TRANSACAO
               PERFORM GUARDAR-TRANSACAO UNTIL FIM-CONTINGENCIA
               IF  PROSSEGUIR AND W-QTD-TRANS = ZEROS
                   DISPLAY "NENHUMA TRANSACAO DE CONTINGENCIA A POSTAR"
                   MOVE "N" TO W-PROSSEGUIR
               END-IF
           END-IF.
           CLOSE ARQ-CONTINGENCIA.

       LER-PROXIMA-TRANSACAO.
           READ ARQ-CONTINGENCIA
               AT END
                   MOVE "10" TO W-COD-ERRO-CONT
           END-READ.

       GUARDAR-TRANSACAO.
           IF  W-QTD-TRANS = W-MAX-TRANS
               DISPLAY "MAIS DE 2000 TRANSACOES EM CONTINGENCIA.DAT - "
                   "DIVIDA O ARQUIVO. NADA FOI POSTADO"
               MOVE "N"  TO W-PROSSEGUIR
               MOVE "10" TO W-COD-ERRO-CONT
           ELSE
               ADD 1 TO W-QTD-TRANS
               IF  DATA-CONT NUMERIC
                   MOVE DATA-CONT TO TAB-DATA (W-QTD-TRANS)
               ELSE
                   MOVE ZEROS     TO TAB-DATA (W-QTD-TRANS)
               END-IF
               IF  HORA-CONT NUMERIC
                   MOVE HORA-CONT TO TAB-HORA (W-QTD-TRANS)
               ELSE
                   MOVE ZEROS     TO TAB-HORA (W-QTD-TRANS)
               END-IF
               MOVE W-QTD-TRANS      TO TAB-SEQ (W-QTD-TRANS)
               MOVE REG-CONTINGENCIA TO TAB-REGISTRO (W-QTD-TRANS)
               MOVE SPACE            TO TAB-SITUACAO (W-QTD-TRANS)
               MOVE SPACES           TO TAB-MOTIVO (W-QTD-TRANS)
               PERFORM LER-PROXIMA-TRANSACAO
           END-IF.

       ORDENAR-TRANSACAO.
           MOVE W-I TO W-MENOR.
           COMPUTE W-J = W-I + 1.
           PERFORM LOCALIZAR-MENOR-ORDEM
               UNTIL W-J > W-QTD-TRANS.
           IF  W-MENOR NOT = W-I
               MOVE W-TRANSACAO (W-I)       TO W-ELEM-TRANSACAO
               MOVE W-TRANSACAO (W-MENOR)   TO W-TRANSACAO (W-I)
               MOVE W-ELEM-TRANSACAO        TO W-TRANSACAO (W-MENOR)
           END-IF.

       LOCALIZAR-MENOR-ORDEM.
           IF  TAB-ORDEM (W-J) < TAB-ORDEM (W-MENOR)
               MOVE W-J TO W-MENOR
           END-IF.
           ADD 1 TO W-J.

       ARQUIVAR-CONTINGENCIA.
           *> O ARQUIVO E RENOMEADO ANTES DE POSTAR: SE A POSTAGEM FOR
           *> INTERROMPIDA, NENHUMA TRANSACAO E POSTADA DUAS VEZES
           MOVE SPACES TO W-NOME-POSTADO.
           STRING "contingencia-"      DELIMITED BY SIZE
                  W-DATA-HOJE          DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (1:6) DELIMITED BY SIZE
                  ".pst"               DELIMITED BY SIZE
                  INTO W-NOME-POSTADO.
           CALL "CBL_RENAME_FILE" USING "contingencia.dat"
               W-NOME-POSTADO RETURNING W-RET-RENAME.
           IF  W-RET-RENAME NOT = ZERO
               DISPLAY "ERRO AO RENOMEAR CONTINGENCIA.DAT PARA "
                   W-NOME-POSTADO " - NADA FOI POSTADO"
               MOVE "N" TO W-PROSSEGUIR
           END-IF.

       MONTAR-NOME-RELATORIO.
           STRING "postagem-"  DELIMITED BY SIZE
                  W-DATA-HOJE  DELIMITED BY SIZE
                  ".rel"       DELIMITED BY SIZE
                  INTO W-NOME-RELATORIO.

       PROCESSAMENTO.
           PERFORM POSTAR-TRANSACAO
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-TRANS.
           MOVE "P" TO W-SITUACAO-LISTADA.
           MOVE "TRANSACOES POSTADAS" TO REG-RELATORIO.
           PERFORM LISTAR-SECAO.
           MOVE "R" TO W-SITUACAO-LISTADA.
           MOVE "TRANSACOES REJEITADAS" TO REG-RELATORIO.
           PERFORM LISTAR-SECAO.

       POSTAR-TRANSACAO.
           MOVE TAB-REGISTRO (W-I) TO REG-CONTINGENCIA.
           MOVE SPACES TO W-MOTIVO W-RESULTADO.
           PERFORM VALIDAR-TRANSACAO.
           IF  W-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN CONT-EMPRESTIMO
                       PERFORM POSTAR-EMPRESTIMO
                   WHEN CONT-DEVOLUCAO
                       PERFORM POSTAR-DEVOLUCAO
                   WHEN CONT-RENOVACAO
                       PERFORM POSTAR-RENOVACAO
               END-EVALUATE
           END-IF.
           IF  W-MOTIVO = SPACES
               ADD 1 TO W-QTD-POSTADAS
               MOVE "P"         TO TAB-SITUACAO (W-I)
               MOVE W-RESULTADO TO TAB-MOTIVO (W-I)
           ELSE
               ADD 1 TO W-QTD-REJEITADAS
               MOVE "R"         TO TAB-SITUACAO (W-I)
               MOVE W-MOTIVO    TO TAB-MOTIVO (W-I)
           END-IF.

       VALIDAR-TRANSACAO.
           IF  NOT TIPO-CONT-OK
               MOVE "TIPO INVALIDO" TO W-MOTIVO
           ELSE
               IF  TAB-DATA (W-I) = ZEROS
                   OR FUNCTION TEST-DATE-YYYYMMDD (TAB-DATA (W-I))
                      NOT = ZEROS
                   OR TAB-DATA (W-I) > W-DATA-HOJE
                   MOVE "DATA INVALIDA" TO W-MOTIVO
               ELSE
                   IF  COD-EMPRESTIMO-CONT NOT NUMERIC
                       OR COD-LIVRO-CONT NOT NUMERIC
                       OR NUM-TOMBO-CONT NOT NUMERIC
                       OR COD-LEITOR-CONT NOT NUMERIC
                       MOVE "CODIGO NAO NUMERICO" TO W-MOTIVO
                   END-IF
               END-IF
           END-IF.

           *> EMPRESTIMO - MESMAS VERIFICACOES DA TELA DE EMPRESTIMO

       POSTAR-EMPRESTIMO.
           MOVE COD-LIVRO-CONT TO COD-LIVRO.
           READ ARQ-LIVRO.
           IF  W-COD-ERRO NOT = "00"
               MOVE "LIVRO NAO CADASTRADO" TO W-MOTIVO
           END-IF.
           IF  W-MOTIVO = SPACES
               PERFORM VALIDAR-LEITOR
           END-IF.
           IF  W-MOTIVO = SPACES
               PERFORM VERIFICAR-DISPONIBILIDADE
           END-IF.
           IF  W-MOTIVO = SPACES
               PERFORM VERIFICAR-FILA-RESERVA
           END-IF.
           IF  W-MOTIVO = SPACES
               PERFORM GRAVAR-EMPRESTIMO
           END-IF.

       VALIDAR-LEITOR.
           MOVE COD-LEITOR-CONT TO COD-LEITOR.
           READ ARQ-LEITOR.
           EVALUATE TRUE
               WHEN W-COD-ERRO-LEITOR NOT = "00"
                   MOVE "LEITOR NAO CADASTRADO" TO W-MOTIVO
               WHEN LEITOR-ANONIMIZADO
                   MOVE "LEITOR ANONIMIZADO" TO W-MOTIVO
               WHEN LEITOR-INATIVO
                   MOVE "LEITOR INATIVO" TO W-MOTIVO
               WHEN OTHER
                   CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                             W-RET-REGRA
                   IF  LEITOR-SUSPENSO
                       MOVE "LEITOR SUSPENSO" TO W-MOTIVO
                   ELSE
                       PERFORM CONTAR-EMPRESTIMOS-ATIVOS
                       IF  W-QTD-ATIVOS NOT < W-LIMITE-EMPRESTIMOS
                           MOVE "LIMITE DE EMPRESTIMOS" TO W-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

       CONTAR-EMPRESTIMOS-ATIVOS.

           MOVE ZEROS TO W-QTD-ATIVOS COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EMP
           END-START.

           IF  W-COD-ERRO-EMP = "00"
               PERFORM SOMAR-EMPRESTIMO-ATIVO
                   UNTIL W-COD-ERRO-EMP NOT = "00"
           END-IF.

       SOMAR-EMPRESTIMO-ATIVO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00"
               IF  COD-LEITOR-EMP = COD-LEITOR AND EMPRESTIMO-ATIVO
                   ADD 1 TO W-QTD-ATIVOS
               END-IF
           END-IF.

       VERIFICAR-DISPONIBILIDADE.
           PERFORM CONTAR-EXEMPLARES-LIVRO.
           IF  W-QTD-EX-LIVRO > ZEROS
               MOVE W-QTD-EX-DISP TO W-QTD-LIVRES
           ELSE
               COMPUTE W-QTD-LIVRES = QTD-TOTAL - QTD-EMPRESTADA
           END-IF.
           IF  W-QTD-LIVRES = ZEROS
               MOVE "SEM EXEMPLAR DISPONIVEL" TO W-MOTIVO
           ELSE
               IF  W-QTD-EX-LIVRO > ZEROS
                   PERFORM VALIDAR-EXEMPLAR
               END-IF
           END-IF.

       CONTAR-EXEMPLARES-LIVRO.

           MOVE ZEROS TO W-QTD-EX-LIVRO W-QTD-EX-DISP NUM-TOMBO.
           START ARQ-EXEMPLAR KEY IS NOT LESS THAN NUM-TOMBO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EX
           END-START.
           IF  W-COD-ERRO-EX = "00"
               PERFORM SOMAR-EXEMPLAR-LIVRO
                   UNTIL W-COD-ERRO-EX NOT = "00"
           END-IF.

       SOMAR-EXEMPLAR-LIVRO.
           READ ARQ-EXEMPLAR NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EX
           END-READ.
           IF  W-COD-ERRO-EX = "00"
               IF  COD-LIVRO-EX = COD-LIVRO
                   ADD 1 TO W-QTD-EX-LIVRO
                   IF  EXEMPLAR-DISPONIVEL
                       ADD 1 TO W-QTD-EX-DISP
                   END-IF
               END-IF
           END-IF.

       VALIDAR-EXEMPLAR.
           IF  NUM-TOMBO-CONT = ZEROS
               MOVE "TOMBO NAO INFORMADO" TO W-MOTIVO
           ELSE
               MOVE NUM-TOMBO-CONT TO NUM-TOMBO
               READ ARQ-EXEMPLAR
               IF  W-COD-ERRO-EX NOT = "00"
                   MOVE "TOMBO NAO CADASTRADO" TO W-MOTIVO
               ELSE
                   IF  COD-LIVRO-EX NOT = COD-LIVRO
                       MOVE "TOMBO DE OUTRO LIVRO" TO W-MOTIVO
                   ELSE
                       IF  NOT EXEMPLAR-DISPONIVEL
                           MOVE "TOMBO NAO DISPONIVEL" TO W-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-FILA-RESERVA.

           MOVE ZEROS TO W-QTD-PENDENTES W-COD-RESERVA-FILA
                         W-COD-LEITOR-FILA W-COD-RESERVA-LEITOR
                         W-COD-RESERVA-ATENDER COD-RESERVA.

           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM EXAMINAR-RESERVA-FILA
                   UNTIL W-COD-ERRO-RES NOT = "00"
           END-IF.

           IF  W-QTD-PENDENTES > ZEROS
               IF  W-QTD-LIVRES NOT > W-QTD-PENDENTES
                   IF  COD-LEITOR = W-COD-LEITOR-FILA
                       MOVE W-COD-RESERVA-FILA TO W-COD-RESERVA-ATENDER
                   ELSE
                       MOVE "RESERVADO P/ OUTRO LEITOR" TO W-MOTIVO
                   END-IF
               ELSE
                   MOVE W-COD-RESERVA-LEITOR TO W-COD-RESERVA-ATENDER
               END-IF
           END-IF.

       EXAMINAR-RESERVA-FILA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00"
               IF  COD-LIVRO-RES = COD-LIVRO AND RESERVA-PENDENTE
                   ADD 1 TO W-QTD-PENDENTES
                   IF  W-QTD-PENDENTES = 1
                       MOVE COD-RESERVA    TO W-COD-RESERVA-FILA
                       MOVE COD-LEITOR-RES TO W-COD-LEITOR-FILA
                   END-IF
                   IF  COD-LEITOR-RES = COD-LEITOR
                       AND W-COD-RESERVA-LEITOR = ZEROS
                       MOVE COD-RESERVA TO W-COD-RESERVA-LEITOR
                   END-IF
               END-IF
           END-IF.

       GRAVAR-EMPRESTIMO.
           MOVE SPACES TO REG-EMPRESTIMO.
           IF  W-QTD-EX-LIVRO > ZEROS
               MOVE NUM-TOMBO-CONT     TO NUM-TOMBO-EMP
           ELSE
               MOVE ZEROS              TO NUM-TOMBO-EMP
           END-IF.
           MOVE COD-LEITOR             TO COD-LEITOR-EMP.
           MOVE NOME-LEITOR-CAD        TO NOME-LEITOR.
           MOVE COD-LIVRO              TO COD-LIVRO-EMP.
           *> O PRAZO CONTA DA DATA EM QUE O LIVRO SAIU, NAO DA POSTAGEM
           MOVE DATA-CONT              TO DATA-EMPRESTIMO.
           MOVE "S"                    TO W-ACAO-CAL.
           MOVE DATA-EMPRESTIMO        TO W-DATA-CAL-INI.
           MOVE W-PRAZO-EMPRESTIMO     TO W-DIAS-CAL.
           CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL.
           MOVE W-DATA-CAL-FIM         TO DATA-PREVISTA.
           MOVE ZEROS                  TO DATA-DEVOLUCAO.
           MOVE "A"                    TO SITUACAO-EMP.
           MOVE ZEROS                  TO QTD-RENOVACOES-EMP.

           PERFORM OBTER-E-GRAVAR-EMPRESTIMO
               WITH TEST AFTER
               UNTIL W-COD-ERRO-EMP NOT = "22".
           IF  W-COD-ERRO-EMP = "00"
               MOVE SPACES         TO W-IMAGEM-ANTES
               MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
               MOVE "I"            TO W-OPERACAO
               MOVE "EMPRESTIMO"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               ADD 1 TO W-QTD-EMPRESTIMOS
               STRING "EMPRESTIMO GERADO "  DELIMITED BY SIZE
                      COD-EMPRESTIMO        DELIMITED BY SIZE
                      INTO W-RESULTADO
               MOVE REG-LIVRO TO W-IMAGEM-ANTES
               ADD 1 TO QTD-EMPRESTADA
               REWRITE REG-LIVRO
               IF  W-COD-ERRO = "00"
                   MOVE REG-LIVRO TO W-IMAGEM-DEPOIS
                   MOVE "A"       TO W-OPERACAO
                   MOVE "LIVROS"  TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR LIVRO " COD-LIVRO
                       " - STATUS " W-COD-ERRO
               END-IF
               IF  NUM-TOMBO-EMP > ZEROS
                   PERFORM MARCAR-EXEMPLAR-EMPRESTADO
               END-IF
               IF  W-COD-RESERVA-ATENDER NOT = ZEROS
                   PERFORM BAIXAR-RESERVA-ATENDIDA
               END-IF
           ELSE
               IF  W-MOTIVO = SPACES
                   STRING "ERRO GRAVACAO STATUS " DELIMITED BY SIZE
                          W-COD-ERRO-EMP          DELIMITED BY SIZE
                          INTO W-MOTIVO
               END-IF
           END-IF.

       OBTER-E-GRAVAR-EMPRESTIMO.

           MOVE "O" TO W-ACAO-SEQ.
           CALL "SEQUENCIA" USING W-SERIE-EMPRESTIMO W-ACAO-SEQ
                                  W-NUMERO-SEQ W-RET-SEQ.
           IF  W-RET-SEQ NOT = "00"
               MOVE SPACES TO W-MOTIVO
               STRING "SEQUENCIA STATUS " DELIMITED BY SIZE
                      W-RET-SEQ           DELIMITED BY SIZE
                      INTO W-MOTIVO
               MOVE "99" TO W-COD-ERRO-EMP
           ELSE
               MOVE W-NUMERO-SEQ TO COD-EMPRESTIMO
               WRITE REG-EMPRESTIMO
               IF  W-COD-ERRO-EMP = "00" OR W-COD-ERRO-EMP = "22"
                   MOVE "C" TO W-ACAO-SEQ
                   CALL "SEQUENCIA" USING W-SERIE-EMPRESTIMO
                                          W-ACAO-SEQ
                                          W-NUMERO-SEQ W-RET-SEQ
               END-IF
           END-IF.

       MARCAR-EXEMPLAR-EMPRESTADO.
           MOVE NUM-TOMBO-EMP TO NUM-TOMBO.
           READ ARQ-EXEMPLAR.
           IF  W-COD-ERRO-EX = "00"
               MOVE REG-EXEMPLAR TO W-IMAGEM-ANTES
               MOVE "E" TO SITUACAO-EX
               REWRITE REG-EXEMPLAR
               IF  W-COD-ERRO-EX = "00"
                   MOVE REG-EXEMPLAR TO W-IMAGEM-DEPOIS
                   MOVE "A"          TO W-OPERACAO
                   MOVE "EXEMPLARES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.
           IF  W-COD-ERRO-EX NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR TOMBO " NUM-TOMBO-EMP
                   " - STATUS " W-COD-ERRO-EX
           END-IF.

       BAIXAR-RESERVA-ATENDIDA.
           MOVE W-COD-RESERVA-ATENDER TO COD-RESERVA.
           READ ARQ-RESERVA.
           IF  W-COD-ERRO-RES = "00"
               MOVE REG-RESERVA TO W-IMAGEM-ANTES
               MOVE "T" TO SITUACAO-RES
               REWRITE REG-RESERVA
               IF  W-COD-ERRO-RES = "00"
                   MOVE REG-RESERVA TO W-IMAGEM-DEPOIS
                   MOVE "A"         TO W-OPERACAO
                   MOVE "RESERVA"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.
           IF  W-COD-ERRO-RES NOT = "00"
               DISPLAY "ERRO AO BAIXAR RESERVA " COD-RESERVA
                   " - STATUS " W-COD-ERRO-RES
           END-IF.

           *> DEVOLUCAO E RENOVACAO - LOCALIZACAO DO EMPRESTIMO ATIVO

       LOCALIZAR-EMPRESTIMO.
           *> PELO CODIGO, QUANDO INFORMADO; SENAO PELO TOMBO OU PELO
           *> PAR LIVRO E LEITOR (EMPRESTIMO FEITO NA PROPRIA
           *> CONTINGENCIA AINDA NAO TINHA CODIGO)
           MOVE "N" TO W-ACHOU-EMPRESTIMO.
           IF  COD-EMPRESTIMO-CONT > ZEROS
               MOVE COD-EMPRESTIMO-CONT TO COD-EMPRESTIMO
               READ ARQ-EMPRESTIMO
               IF  W-COD-ERRO-EMP = "00"
                   MOVE "S" TO W-ACHOU-EMPRESTIMO
               END-IF
           ELSE
               MOVE ZEROS TO COD-EMPRESTIMO
               START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
                   INVALID KEY
                       MOVE "10" TO W-COD-ERRO-EMP
               END-START
               IF  W-COD-ERRO-EMP = "00"
                   PERFORM PROCURAR-EMPRESTIMO-ATIVO
                       UNTIL ACHOU-EMPRESTIMO
                          OR W-COD-ERRO-EMP NOT = "00"
               END-IF
               IF  ACHOU-EMPRESTIMO
                   READ ARQ-EMPRESTIMO
               END-IF
           END-IF.
           IF  NOT ACHOU-EMPRESTIMO
               MOVE "EMPRESTIMO NAO ENCONTRADO" TO W-MOTIVO
           ELSE
               IF  NOT EMPRESTIMO-ATIVO
                   MOVE "EMPRESTIMO JA ENCERRADO" TO W-MOTIVO
               ELSE
                   IF  (COD-LEITOR-CONT > ZEROS
                        AND COD-LEITOR-CONT NOT = COD-LEITOR-EMP)
                    OR (COD-LIVRO-CONT > ZEROS
                        AND COD-LIVRO-CONT NOT = COD-LIVRO-EMP)
                       MOVE "LEITOR/LIVRO NAO CONFERE" TO W-MOTIVO
                   END-IF
               END-IF
           END-IF.

       PROCURAR-EMPRESTIMO-ATIVO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00" AND EMPRESTIMO-ATIVO
               IF  NUM-TOMBO-CONT > ZEROS
                   IF  NUM-TOMBO-EMP = NUM-TOMBO-CONT
                       MOVE "S" TO W-ACHOU-EMPRESTIMO
                   END-IF
               ELSE
                   IF  COD-LIVRO-EMP = COD-LIVRO-CONT
                       AND COD-LEITOR-EMP = COD-LEITOR-CONT
                       MOVE "S" TO W-ACHOU-EMPRESTIMO
                   END-IF
               END-IF
           END-IF.

       OBTER-REGRA-LEITOR.
           MOVE COD-LEITOR-EMP TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR NOT = "00"
               MOVE SPACE TO CATEGORIA-LEITOR
           END-IF.
           CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                     W-RET-REGRA.

           *> DEVOLUCAO - MESMAS ATUALIZACOES E MULTA DA TELA DE
           *> DEVOLUCAO

       POSTAR-DEVOLUCAO.
           PERFORM LOCALIZAR-EMPRESTIMO.
           IF  W-MOTIVO = SPACES
               IF  DATA-CONT < DATA-EMPRESTIMO
                   MOVE "DATA ANTERIOR AO EMPRESTIMO" TO W-MOTIVO
               ELSE
                   PERFORM BAIXAR-EMPRESTIMO
               END-IF
           END-IF.

       BAIXAR-EMPRESTIMO.
           MOVE REG-EMPRESTIMO TO W-IMAGEM-ANTES.
           MOVE DATA-CONT      TO DATA-DEVOLUCAO.
           MOVE "D"            TO SITUACAO-EMP.
           REWRITE REG-EMPRESTIMO.
           IF  W-COD-ERRO-EMP NOT = "00"
               STRING "ERRO GRAVACAO STATUS " DELIMITED BY SIZE
                      W-COD-ERRO-EMP          DELIMITED BY SIZE
                      INTO W-MOTIVO
           ELSE
               MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
               MOVE "A"            TO W-OPERACAO
               MOVE "EMPRESTIMO"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               ADD 1 TO W-QTD-DEVOLUCOES
               MOVE "DEVOLVIDO" TO W-RESULTADO
               MOVE COD-LIVRO-EMP TO COD-LIVRO
               READ ARQ-LIVRO
               IF  W-COD-ERRO = "00"
                   MOVE REG-LIVRO TO W-IMAGEM-ANTES
                   IF  QTD-EMPRESTADA > ZEROS
                       SUBTRACT 1 FROM QTD-EMPRESTADA
                   END-IF
                   REWRITE REG-LIVRO
               END-IF
               IF  W-COD-ERRO = "00"
                   MOVE REG-LIVRO TO W-IMAGEM-DEPOIS
                   MOVE "A"       TO W-OPERACAO
                   MOVE "LIVROS"  TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   PERFORM AVISAR-RESERVA
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR LIVRO " COD-LIVRO-EMP
                       " - STATUS " W-COD-ERRO
               END-IF
               IF  NUM-TOMBO-EMP > ZEROS
                   PERFORM LIBERAR-EXEMPLAR
               END-IF
               PERFORM CALCULAR-MULTA
           END-IF.

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
               COMPUTE VALOR-MULTA = W-DIAS-ATRASO * W-TAXA-MULTA
               MOVE "A"            TO SITUACAO-MUL
               MOVE DATA-DEVOLUCAO TO DATA-MULTA
               WRITE REG-MULTA
               EVALUATE W-COD-ERRO-MULTA
                   WHEN "00"
                       MOVE SPACES    TO W-IMAGEM-ANTES
                       MOVE REG-MULTA TO W-IMAGEM-DEPOIS
                       MOVE "I"       TO W-OPERACAO
                       MOVE "MULTAS"  TO W-ARQUIVO
                       PERFORM GRAVAR-MOVIMENTO
                       PERFORM REGISTRAR-MULTA
                   WHEN "22"
                       PERFORM REGRAVAR-MULTA-ANTIGA
                   WHEN OTHER
                       DISPLAY "ERRO AO GRAVAR MULTA DO EMPRESTIMO "
                           COD-EMPRESTIMO " - STATUS "
                           W-COD-ERRO-MULTA
               END-EVALUATE
           END-IF.

       REGRAVAR-MULTA-ANTIGA.

           MOVE REG-MULTA TO W-MULTA-NOVA.
           READ ARQ-MULTA.
           IF  W-COD-ERRO-MULTA NOT = "00"
               DISPLAY "ERRO AO GRAVAR MULTA DO EMPRESTIMO "
                   COD-EMPRESTIMO " - STATUS " W-COD-ERRO-MULTA
           ELSE
               IF  MULTA-ABERTA
                   MOVE "DEVOLVIDO - MULTA JA ABERTA" TO W-RESULTADO
               ELSE
                   MOVE REG-MULTA    TO W-IMAGEM-ANTES
                   MOVE W-MULTA-NOVA TO REG-MULTA
                   REWRITE REG-MULTA
                   IF  W-COD-ERRO-MULTA = "00"
                       MOVE REG-MULTA TO W-IMAGEM-DEPOIS
                       MOVE "A"       TO W-OPERACAO
                       MOVE "MULTAS"  TO W-ARQUIVO
                       PERFORM GRAVAR-MOVIMENTO
                       PERFORM REGISTRAR-MULTA
                   ELSE
                       DISPLAY "ERRO AO GRAVAR MULTA DO EMPRESTIMO "
                           COD-EMPRESTIMO " - STATUS "
                           W-COD-ERRO-MULTA
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-MULTA.
           ADD 1           TO W-QTD-MULTAS.
           ADD VALOR-MULTA TO W-TOTAL-MULTAS.
           MOVE VALOR-MULTA TO W-VALOR-MULTA-ED.
           MOVE SPACES TO W-RESULTADO.
           STRING "DEVOLVIDO MULTA " DELIMITED BY SIZE
                  W-VALOR-MULTA-ED   DELIMITED BY SIZE
                  INTO W-RESULTADO.

       LIBERAR-EXEMPLAR.
           MOVE NUM-TOMBO-EMP TO NUM-TOMBO.
           READ ARQ-EXEMPLAR.
           IF  W-COD-ERRO-EX = "00"
               MOVE REG-EXEMPLAR TO W-IMAGEM-ANTES
               MOVE "D" TO SITUACAO-EX
               REWRITE REG-EXEMPLAR
               IF  W-COD-ERRO-EX = "00"
                   MOVE REG-EXEMPLAR TO W-IMAGEM-DEPOIS
                   MOVE "A"          TO W-OPERACAO
                   MOVE "EXEMPLARES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.
           IF  W-COD-ERRO-EX NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR TOMBO " NUM-TOMBO-EMP
                   " - STATUS " W-COD-ERRO-EX
           END-IF.

       AVISAR-RESERVA.

           *> A SEPARACAO VALE A PARTIR DA POSTAGEM, QUANDO O LIVRO JA
           *> ESTA DE VOLTA NA BIBLIOTECA
           MOVE "N"   TO W-ACHOU-RESERVA.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM PROCURAR-RESERVA-AGUARDANDO
                   UNTIL ACHOU-RESERVA
                      OR W-COD-ERRO-RES NOT = "00"
           END-IF.

           IF  ACHOU-RESERVA
               MOVE REG-RESERVA TO W-IMAGEM-ANTES
               MOVE "S"         TO SITUACAO-RES
               MOVE W-DATA-HOJE TO DATA-SEPARACAO-RES
               REWRITE REG-RESERVA
               IF  W-COD-ERRO-RES = "00"
                   MOVE REG-RESERVA TO W-IMAGEM-DEPOIS
                   MOVE "A"         TO W-OPERACAO
                   MOVE "RESERVA"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   DISPLAY "SEPARAR LIVRO " COD-LIVRO-RES
                       " PARA " NOME-LEITOR-RES
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR RESERVA " COD-RESERVA
                       " - STATUS " W-COD-ERRO-RES
               END-IF
           END-IF.

       PROCURAR-RESERVA-AGUARDANDO.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00"
               IF  COD-LIVRO-RES = COD-LIVRO AND RESERVA-AGUARDANDO
                   MOVE "S" TO W-ACHOU-RESERVA
               END-IF
           END-IF.

           *> RENOVACAO - MESMAS REGRAS DA TELA DE RENOVACAO

       POSTAR-RENOVACAO.
           PERFORM LOCALIZAR-EMPRESTIMO.
           IF  W-MOTIVO = SPACES
               PERFORM OBTER-REGRA-LEITOR
               IF  QTD-RENOVACOES-EMP NOT NUMERIC
                   MOVE ZEROS TO QTD-RENOVACOES-EMP
               END-IF
               IF  DATA-PREVISTA < DATA-CONT
                   MOVE "EMPRESTIMO EM ATRASO" TO W-MOTIVO
               ELSE
                   IF  QTD-RENOVACOES-EMP NOT < W-LIMITE-RENOVACOES
                       MOVE "LIMITE DE RENOVACOES" TO W-MOTIVO
                   ELSE
                       PERFORM CONTAR-RESERVAS-PENDENTES
                       IF  W-QTD-PENDENTES > ZEROS
                           MOVE "LIVRO COM RESERVA PENDENTE"
                               TO W-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  W-MOTIVO = SPACES
               PERFORM RENOVAR-EMPRESTIMO
           END-IF.

       CONTAR-RESERVAS-PENDENTES.

           MOVE ZEROS TO W-QTD-PENDENTES COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM EXAMINAR-RESERVA
                   UNTIL W-COD-ERRO-RES NOT = "00"
           END-IF.

       EXAMINAR-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00"
               IF  COD-LIVRO-RES = COD-LIVRO-EMP AND RESERVA-PENDENTE
                   ADD 1 TO W-QTD-PENDENTES
               END-IF
           END-IF.

       RENOVAR-EMPRESTIMO.
           MOVE REG-EMPRESTIMO   TO W-IMAGEM-ANTES.
           MOVE "S"              TO W-ACAO-CAL.
           MOVE DATA-PREVISTA    TO W-DATA-CAL-INI.
           MOVE W-DIAS-RENOVACAO TO W-DIAS-CAL.
           CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL.
           MOVE W-DATA-CAL-FIM   TO DATA-PREVISTA.
           ADD 1 TO QTD-RENOVACOES-EMP.
           REWRITE REG-EMPRESTIMO.
           IF  W-COD-ERRO-EMP = "00"
               MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
               MOVE "A"            TO W-OPERACAO
               MOVE "EMPRESTIMO"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               ADD 1 TO W-QTD-RENOVACOES
               STRING "RENOVADO ATE " DELIMITED BY SIZE
                      DATA-PREVISTA   DELIMITED BY SIZE
                      INTO W-RESULTADO
           ELSE
               STRING "ERRO GRAVACAO STATUS " DELIMITED BY SIZE
                      W-COD-ERRO-EMP          DELIMITED BY SIZE
                      INTO W-MOTIVO
           END-IF.

       GRAVAR-MOVIMENTO.
           *> FICA REGISTRADO O OPERADOR QUE ATENDEU NA CONTINGENCIA
           CALL "MOVIMENTO" USING OPERADOR-CONT W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

           *> RELATORIO

       LISTAR-SECAO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM LISTAR-TRANSACAO
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-TRANS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       LISTAR-TRANSACAO.
           IF  TAB-SITUACAO (W-I) = W-SITUACAO-LISTADA
               MOVE TAB-REGISTRO (W-I) TO REG-CONTINGENCIA
               MOVE TAB-DATA (W-I)     TO DET-DATA
               MOVE TAB-HORA (W-I)     TO DET-HORA
               MOVE TIPO-CONT          TO DET-TIPO
               MOVE OPERADOR-CONT      TO DET-OPERADOR
               MOVE ZEROS TO DET-EMPRESTIMO DET-LIVRO DET-TOMBO
                             DET-LEITOR
               IF  COD-EMPRESTIMO-CONT NUMERIC
                   MOVE COD-EMPRESTIMO-CONT TO DET-EMPRESTIMO
               END-IF
               IF  COD-LIVRO-CONT NUMERIC
                   MOVE COD-LIVRO-CONT      TO DET-LIVRO
               END-IF
               IF  NUM-TOMBO-CONT NUMERIC
                   MOVE NUM-TOMBO-CONT      TO DET-TOMBO
               END-IF
               IF  COD-LEITOR-CONT NUMERIC
                   MOVE COD-LEITOR-CONT     TO DET-LEITOR
               END-IF
               MOVE TAB-MOTIVO (W-I)   TO DET-MOTIVO
               MOVE W-LINHA-TRANSACAO  TO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       GRAVAR-LINHA-RELATORIO.
           IF  W-QTD-LINHAS NOT < W-LINHAS-POR-PAGINA
               PERFORM CABECALHO-PAGINA
           END-IF.
           WRITE REG-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO - STATUS "
                   W-COD-ERRO-REL
           END-IF.
           ADD 1 TO W-QTD-LINHAS.

       CABECALHO-PAGINA.
           *> A LINHA PENDENTE EM REG-RELATORIO E PRESERVADA
           MOVE REG-RELATORIO TO W-LINHA-PENDENTE.
           ADD 1 TO W-NUM-PAGINA.
           MOVE W-DATA-HOJE TO W-DATA-X.
           STRING W-DATA-X (7:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (5:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (1:4) DELIMITED BY SIZE
                  INTO CABR-DATA.
           STRING W-HORA-EMISSAO (1:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (3:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (5:2) DELIMITED BY SIZE
                  INTO CABR-HORA.
           MOVE COD-OPERADOR TO CABR-OPERADOR.
           MOVE W-NUM-PAGINA TO CABR-PAGINA.
           WRITE REG-RELATORIO FROM W-CAB-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "POSTAGEM DA CONTINGENCIA - " DELIMITED BY SIZE
                  W-NOME-POSTADO                DELIMITED BY SPACE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "DATA     HORA   T OPERADOR  EMPR LIVRO  TOMBO LEIT. "
               TO REG-RELATORIO.
           MOVE "SITUACAO / MOTIVO" TO REG-RELATORIO (53:28).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 4 TO W-QTD-LINHAS.
           MOVE W-LINHA-PENDENTE TO REG-RELATORIO.

       ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-LIVRO.
           IF  W-COD-ERRO NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR LIVROS.DAT - STATUS " W-COD-ERRO
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           OPEN I-O   ARQ-EMPRESTIMO.
           IF  W-COD-ERRO-EMP NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR EMPRESTIMO.DAT - STATUS "
                   W-COD-ERRO-EMP
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           OPEN INPUT ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR LEITORES.DAT - STATUS "
                   W-COD-ERRO-LEITOR
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           OPEN I-O   ARQ-RESERVA.
           IF  W-COD-ERRO-RES NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR RESERVA.DAT - STATUS "
                   W-COD-ERRO-RES
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           OPEN I-O   ARQ-EXEMPLAR.
           IF  W-COD-ERRO-EX NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR EXEMPLARES.DAT - STATUS "
                   W-COD-ERRO-EX
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           OPEN I-O   ARQ-MULTA.
           IF  W-COD-ERRO-MULTA NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR MULTAS.DAT - STATUS "
                   W-COD-ERRO-MULTA
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           PERFORM MONTAR-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-RELATORIO
                   " - STATUS " W-COD-ERRO-REL
               MOVE "N" TO W-PROSSEGUIR
           END-IF.
           IF  NOT PROSSEGUIR
               DISPLAY "CONTINGENCIA.DAT NAO FOI ALTERADO - NADA FOI "
                   "POSTADO"
               PERFORM FECHAR-ARQUIVOS
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-LIVRO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-EXEMPLAR.
           CLOSE ARQ-MULTA.
           CLOSE ARQ-RELATORIO.

       FINALIZACAO.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.
           DISPLAY "TRANSACOES POSTADAS GUARDADAS EM " W-NOME-POSTADO.

       IMPRIMIR-RESUMO.
           MOVE "RESUMO DA POSTAGEM" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY " ".
           MOVE W-QTD-TRANS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TRANSACOES LIDAS:       " DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM IMPRIMIR-LINHA-RESUMO.
           MOVE W-QTD-EMPRESTIMOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EMPRESTIMOS POSTADOS:   " DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM IMPRIMIR-LINHA-RESUMO.
           MOVE W-QTD-DEVOLUCOES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DEVOLUCOES POSTADAS:    " DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM IMPRIMIR-LINHA-RESUMO.
           MOVE W-QTD-RENOVACOES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RENOVACOES POSTADAS:    " DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM IMPRIMIR-LINHA-RESUMO.
           MOVE W-QTD-REJEITADAS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TRANSACOES REJEITADAS:  " DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM IMPRIMIR-LINHA-RESUMO.
           MOVE W-QTD-MULTAS TO W-CONTADOR-ED.
           MOVE W-TOTAL-MULTAS TO W-TOTAL-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "MULTAS GERADAS:         " DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  "  TOTAL R$ "              DELIMITED BY SIZE
                  W-TOTAL-ED                 DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM IMPRIMIR-LINHA-RESUMO.

       IMPRIMIR-LINHA-RESUMO.
           DISPLAY REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
