       IDENTIFICATION DIVISION.
       PROGRAM-ID. AQUISICAO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELLIVS.
                       COPY SELEMP.
                       COPY SELHIST.
                       COPY SELRES.
                       COPY SELEX.
                       COPY SELCONS.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

                       SELECT OPTIONAL ARQ-PLANILHA
                       ASSIGN TO W-NOME-PLANILHA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-PLAN.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDHIST.
           COPY FDRES.
           COPY FDEX.
           COPY FDCONS.

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           FD ARQ-PLANILHA.
           01 REG-PLANILHA  PIC X(160).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO        PIC X(2)  VALUE SPACES.
              88 FIM-ARQUIVO              VALUE "10".
           77 W-COD-ERRO-EMP    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-HIST   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EX     PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CONSULTA PIC X(2) VALUE SPACES.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-PLAN   PIC X(2)  VALUE SPACES.
           77 W-DATA-INI        PIC 9(8)  VALUE ZEROS.
           77 W-DATA-FIM        PIC 9(8)  VALUE ZEROS.
           77 W-PESO-RESERVA    PIC 9(2)  VALUE 3.
           77 W-PESO-GIRO       PIC 9(2)  VALUE 1.
           77 W-PESO-PERDA      PIC 9(2)  VALUE 2.
           77 W-DIVISOR         PIC 9(3)  VALUE ZEROS.
           77 W-QTD-LIVROS      PIC 9(4)  VALUE ZEROS.
           77 W-QTD-RECOMENDADOS PIC 9(5) VALUE ZEROS.
           77 W-QTD-CHAVES      PIC 9(4)  VALUE ZEROS.
           77 W-QTD-FALTANTES   PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 W-I               PIC 9(4)  VALUE ZEROS.
           77 W-J               PIC 9(4)  VALUE ZEROS.
           77 W-K               PIC 9(4)  VALUE ZEROS.
           77 W-MAIOR           PIC 9(4)  VALUE ZEROS.
           77 W-COD-PROCURADO   PIC 9(5)  VALUE ZEROS.
           77 W-ACHOU-LIVRO     PIC X(1)  VALUE "N".
              88 ACHOU-LIVRO              VALUE "S".
           77 W-ACHOU-CHAVE     PIC X(1)  VALUE "N".
              88 ACHOU-CHAVE              VALUE "S".
           77 W-LEN-PESQUISA    PIC 9(2)  VALUE ZEROS.
           77 W-CHAVE           PIC X(45) VALUE SPACES.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-NOME-PLANILHA   PIC X(30) VALUE SPACES.
           77 W-DATA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.
           77 W-COD-LIVRO-X     PIC 9(5)  VALUE ZEROS.
           77 W-PONTUACAO-X     PIC 9(5),99 VALUE ZEROS.
           77 W-TIPO-LINHA      PIC X(14) VALUE SPACES.

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           01 W-TAB-LIVROS.
               02 W-LIVRO-AQUIS OCCURS 5000.
                   03 TAB-COD-LIVRO     PIC 9(5).
                   03 TAB-TITULO-LIVRO  PIC X(40).
                   03 TAB-ISBN-LIVRO    PIC X(13).
                   03 TAB-AUTOR-LIVRO   PIC X(40).
                   03 TAB-QTD-TOTAL     PIC 9(3).
                   03 TAB-RESERVAS      PIC 9(5).
                   03 TAB-EXEMPLARES    PIC 9(3).
                   03 TAB-TEM-TOMBO     PIC X(1).
                   03 TAB-EMPRESTIMOS   PIC 9(5).
                   03 TAB-PERDIDOS      PIC 9(3).
                   03 TAB-COPIAS        PIC 9(3).
                   03 TAB-PONTUACAO     PIC 9(5)V99.

           01 W-ELEM-LIVRO          PIC X(128).

           01 W-TAB-FALTA.
               02 W-FALTA OCCURS 500.
                   03 TAB-CHAVE.
                       04 TAB-COD-PESQUISA    PIC X(5).
                       04 TAB-TITULO-PESQUISA PIC X(40).
                   03 TAB-QTD-PESQUISAS PIC 9(5).

           01 W-ELEM-FALTA.
               02 ELEM-CHAVE          PIC X(45).
               02 ELEM-QTD-PESQUISAS  PIC 9(5).

           01 W-LINHA-AQUIS.
               02 DET-COD-LIVRO     PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-TITULO-LIVRO  PIC X(30).
               02 FILLER            PIC X(1)  VALUE SPACES.
               02 DET-RESERVAS      PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-COPIAS        PIC ZZ9.
               02 FILLER            PIC X(5)  VALUE SPACES.
               02 DET-EMPRESTIMOS   PIC ZZZZ9.
               02 FILLER            PIC X(3)  VALUE SPACES.
               02 DET-PERDIDOS      PIC ZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-PONTUACAO     PIC ZZ.ZZ9,99.

           01 W-LINHA-FALTA.
               02 DET-QTD-PESQUISAS PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-CHAVE         PIC X(47).

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "RECOMENDACAO DE AQUISICAO".
           DISPLAY " ".
           DISPLAY "DATA INICIAL (AAAAMMDD): ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD): ".
           ACCEPT W-DATA-FIM.
           ACCEPT W-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT W-HORA-EMISSAO FROM TIME.
           PERFORM MONTAR-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-PLANILHA.
           OPEN INPUT ARQ-LIVRO.
           PERFORM LER-PROXIMO-LIVRO.

       PROCESSAMENTO.
           IF  W-QTD-LIVROS = 5000
               DISPLAY "TABELA DE LIVROS CHEIA - RELATORIO PARCIAL"
               MOVE "10" TO W-COD-ERRO
           ELSE
               PERFORM GUARDAR-LIVRO
               PERFORM LER-PROXIMO-LIVRO
           END-IF.

       GUARDAR-LIVRO.
           ADD 1 TO W-QTD-LIVROS.
           MOVE W-QTD-LIVROS TO W-I.
           MOVE COD-LIVRO    TO TAB-COD-LIVRO (W-I).
           MOVE TITULO-LIVRO TO TAB-TITULO-LIVRO (W-I).
           MOVE ISBN-LIVRO   TO TAB-ISBN-LIVRO (W-I).
           MOVE AUTOR-LIVRO  TO TAB-AUTOR-LIVRO (W-I).
           MOVE QTD-TOTAL    TO TAB-QTD-TOTAL (W-I).
           MOVE ZEROS        TO TAB-RESERVAS (W-I)
                                TAB-EXEMPLARES (W-I)
                                TAB-EMPRESTIMOS (W-I)
                                TAB-PERDIDOS (W-I)
                                TAB-COPIAS (W-I)
                                TAB-PONTUACAO (W-I).
           MOVE "N"          TO TAB-TEM-TOMBO (W-I).

       LER-PROXIMO-LIVRO.
           READ ARQ-LIVRO
               AT END
                   MOVE "10" TO W-COD-ERRO
           END-READ.

       PROCURAR-LIVRO.
           MOVE "N" TO W-ACHOU-LIVRO.
           PERFORM COMPARAR-LIVRO
               VARYING W-K FROM 1 BY 1
               UNTIL ACHOU-LIVRO OR W-K > W-QTD-LIVROS.

       COMPARAR-LIVRO.
           IF  TAB-COD-LIVRO (W-K) = W-COD-PROCURADO
               MOVE "S" TO W-ACHOU-LIVRO
               MOVE W-K TO W-J
           END-IF.

       ACUMULAR-RESERVAS.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM SOMAR-RESERVA
                   UNTIL W-COD-ERRO-RES NOT = "00"
           END-IF.

       SOMAR-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00" AND RESERVA-PENDENTE
               MOVE COD-LIVRO-RES TO W-COD-PROCURADO
               PERFORM PROCURAR-LIVRO
               IF  ACHOU-LIVRO
                   ADD 1 TO TAB-RESERVAS (W-J)
               END-IF
           END-IF.

       ACUMULAR-EXEMPLARES.
           MOVE ZEROS TO NUM-TOMBO.
           START ARQ-EXEMPLAR KEY IS NOT LESS THAN NUM-TOMBO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EX
           END-START.
           IF  W-COD-ERRO-EX = "00"
               PERFORM SOMAR-EXEMPLAR
                   UNTIL W-COD-ERRO-EX NOT = "00"
           END-IF.

       SOMAR-EXEMPLAR.
           READ ARQ-EXEMPLAR NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EX
           END-READ.
           IF  W-COD-ERRO-EX = "00"
               MOVE COD-LIVRO-EX TO W-COD-PROCURADO
               PERFORM PROCURAR-LIVRO
               IF  ACHOU-LIVRO
                   MOVE "S" TO TAB-TEM-TOMBO (W-J)
                   *> REPARO NAO CONTA COMO COPIA NEM COMO PERDA
                   EVALUATE TRUE
                       WHEN EXEMPLAR-DISPONIVEL
                       WHEN EXEMPLAR-EMPRESTADO
                           ADD 1 TO TAB-EXEMPLARES (W-J)
                       WHEN EXEMPLAR-PERDIDO
                           ADD 1 TO TAB-PERDIDOS (W-J)
                   END-EVALUATE
               END-IF
           END-IF.

       ACUMULAR-EMPRESTIMOS.
           MOVE ZEROS TO COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM SOMAR-EMPRESTIMO
                   UNTIL W-COD-ERRO-EMP NOT = "00"
           END-IF.

       SOMAR-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM ACUMULAR-MOVIMENTO
           END-IF.

       ACUMULAR-HISTORICO.
           MOVE ZEROS TO COD-EMPRESTIMO-HIST.
           START ARQ-EMPRESTIMO-HIST
               KEY IS NOT LESS THAN COD-EMPRESTIMO-HIST
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-HIST
           END-START.
           IF  W-COD-ERRO-HIST = "00"
               PERFORM SOMAR-HISTORICO
                   UNTIL W-COD-ERRO-HIST NOT = "00"
           END-IF.

       SOMAR-HISTORICO.
           READ ARQ-EMPRESTIMO-HIST NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-HIST
           END-READ.
           IF  W-COD-ERRO-HIST = "00"
               MOVE REG-EMPRESTIMO-HIST TO REG-EMPRESTIMO
               PERFORM ACUMULAR-MOVIMENTO
           END-IF.

       ACUMULAR-MOVIMENTO.
           MOVE COD-LIVRO-EMP TO W-COD-PROCURADO.
           PERFORM PROCURAR-LIVRO.
           IF  ACHOU-LIVRO
               IF  DATA-EMPRESTIMO NOT < W-DATA-INI
                   AND DATA-EMPRESTIMO NOT > W-DATA-FIM
                   ADD 1 TO TAB-EMPRESTIMOS (W-J)
               END-IF
               *> PERDA COM TOMBO JA FOI CONTADA EM EXEMPLARES.DAT
               IF  EMPRESTIMO-PERDIDO AND NUM-TOMBO-EMP = ZEROS
                   ADD 1 TO TAB-PERDIDOS (W-J)
               END-IF
           END-IF.

       CALCULAR-PONTUACAO.
           *> TITULO SEM TOMBOS CADASTRADOS USA A QUANTIDADE DO ACERVO
           IF  TAB-TEM-TOMBO (W-I) = "S"
               MOVE TAB-EXEMPLARES (W-I) TO TAB-COPIAS (W-I)
           ELSE
               MOVE TAB-QTD-TOTAL (W-I)  TO TAB-COPIAS (W-I)
           END-IF.
           MOVE TAB-COPIAS (W-I) TO W-DIVISOR.
           IF  W-DIVISOR = ZEROS
               MOVE 1 TO W-DIVISOR
           END-IF.
           COMPUTE TAB-PONTUACAO (W-I) ROUNDED =
               (W-PESO-RESERVA * TAB-RESERVAS (W-I)
                + W-PESO-GIRO  * TAB-EMPRESTIMOS (W-I)
                + W-PESO-PERDA * TAB-PERDIDOS (W-I))
               / W-DIVISOR
               ON SIZE ERROR
                   MOVE 99999,99 TO TAB-PONTUACAO (W-I)
           END-COMPUTE.
           IF  TAB-PONTUACAO (W-I) > ZEROS
               ADD 1 TO W-QTD-RECOMENDADOS
           END-IF.

       ACUMULAR-CONSULTAS.
           PERFORM LER-PROXIMA-CONSULTA.
           PERFORM SOMAR-CONSULTA
               UNTIL W-COD-ERRO-CONSULTA NOT = "00".

       LER-PROXIMA-CONSULTA.
           READ ARQ-CONSULTA
               AT END
                   MOVE "10" TO W-COD-ERRO-CONSULTA
           END-READ.

       SOMAR-CONSULTA.
           *> "10" E A PESQUISA POR TITULO QUE NAO ACHOU O PREFIXO
           IF  DATA-PESQUISA NOT < W-DATA-INI
               AND DATA-PESQUISA NOT > W-DATA-FIM
               AND (STATUS-PESQUISA = "23" OR STATUS-PESQUISA = "10")
               PERFORM ACUMULAR-FALTA
           END-IF.
           IF  W-COD-ERRO-CONSULTA = "00"
               PERFORM LER-PROXIMA-CONSULTA
           END-IF.

       ACUMULAR-FALTA.
           MOVE REG-CONSULTA (1:45) TO W-CHAVE.
           MOVE "N" TO W-ACHOU-CHAVE.
           PERFORM PROCURAR-CHAVE
               VARYING W-I FROM 1 BY 1
               UNTIL ACHOU-CHAVE OR W-I > W-QTD-CHAVES.
           IF  NOT ACHOU-CHAVE
               IF  W-QTD-CHAVES = 500
                   DISPLAY "TABELA DE PESQUISAS CHEIA - RELATORIO "
                       "PARCIAL"
                   MOVE "10" TO W-COD-ERRO-CONSULTA
               ELSE
                   ADD 1 TO W-QTD-CHAVES
                   MOVE W-QTD-CHAVES TO W-MAIOR
                   MOVE W-CHAVE TO TAB-CHAVE (W-MAIOR)
                   MOVE 1       TO TAB-QTD-PESQUISAS (W-MAIOR)
               END-IF
           ELSE
               ADD 1 TO TAB-QTD-PESQUISAS (W-MAIOR)
           END-IF.

       PROCURAR-CHAVE.
           IF  TAB-CHAVE (W-I) = W-CHAVE
               MOVE "S" TO W-ACHOU-CHAVE
               MOVE W-I TO W-MAIOR
           END-IF.

       VERIFICAR-FALTA.
           *> O TITULO PODE TER SIDO CADASTRADO DEPOIS DA PESQUISA
           MOVE "N" TO W-ACHOU-LIVRO.
           IF  TAB-TITULO-PESQUISA (W-I) = SPACES
               IF  TAB-COD-PESQUISA (W-I) IS NUMERIC
                   MOVE TAB-COD-PESQUISA (W-I) TO W-COD-PROCURADO
                   PERFORM PROCURAR-LIVRO
               END-IF
           ELSE
               IF  TAB-TITULO-PESQUISA (W-I) (1:5) = "ISBN "
                   PERFORM COMPARAR-ISBN
                       VARYING W-K FROM 1 BY 1
                       UNTIL ACHOU-LIVRO OR W-K > W-QTD-LIVROS
               ELSE
                   MOVE FUNCTION LENGTH
                       (FUNCTION TRIM (TAB-TITULO-PESQUISA (W-I)))
                       TO W-LEN-PESQUISA
                   PERFORM COMPARAR-TITULO
                       VARYING W-K FROM 1 BY 1
                       UNTIL ACHOU-LIVRO OR W-K > W-QTD-LIVROS
               END-IF
           END-IF.
           IF  ACHOU-LIVRO
               MOVE ZEROS TO TAB-QTD-PESQUISAS (W-I)
           ELSE
               ADD 1 TO W-QTD-FALTANTES
           END-IF.

       COMPARAR-ISBN.
           IF  TAB-ISBN-LIVRO (W-K) = TAB-TITULO-PESQUISA (W-I) (6:13)
               MOVE "S" TO W-ACHOU-LIVRO
           END-IF.

       COMPARAR-TITULO.
           IF  TAB-TITULO-LIVRO (W-K) (1:W-LEN-PESQUISA)
                   = TAB-TITULO-PESQUISA (W-I) (1:W-LEN-PESQUISA)
               MOVE "S" TO W-ACHOU-LIVRO
           END-IF.

       FINALIZACAO.
           CLOSE ARQ-LIVRO.
           OPEN INPUT ARQ-RESERVA.
           PERFORM ACUMULAR-RESERVAS.
           CLOSE ARQ-RESERVA.
           OPEN INPUT ARQ-EXEMPLAR.
           PERFORM ACUMULAR-EXEMPLARES.
           CLOSE ARQ-EXEMPLAR.
           OPEN INPUT ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-EMPRESTIMO-HIST.
           PERFORM ACUMULAR-EMPRESTIMOS.
           PERFORM ACUMULAR-HISTORICO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-EMPRESTIMO-HIST.
           OPEN INPUT ARQ-CONSULTA.
           PERFORM ACUMULAR-CONSULTAS.
           CLOSE ARQ-CONSULTA.
           PERFORM CALCULAR-PONTUACAO
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-QTD-LIVROS.
           PERFORM VERIFICAR-FALTA
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-QTD-CHAVES.
           PERFORM CLASSIFICAR-POR-PONTUACAO.
           PERFORM CLASSIFICAR-POR-PESQUISAS.
           PERFORM GRAVAR-CABECALHO-PLANILHA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: "  DELIMITED BY SIZE
                  W-DATA-INI   DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  W-DATA-FIM   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PONTUACAO = (3 X RESERVAS + EMPRESTIMOS + "
                      DELIMITED BY SIZE
                  "2 X PERDIDOS) / COPIAS" DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "TITULOS DO ACERVO POR PRIORIDADE DE COMPRA"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COD    TITULO                         "
                      DELIMITED BY SIZE
                  "RESERV COPIAS  EMPREST PERD  PONTUACAO"
                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM IMPRIMIR-LIVRO-AQUIS
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-QTD-LIVROS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "PESQUISAS SEM RESULTADO - TITULOS FORA DO ACERVO"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "-------------------------------------------------"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM IMPRIMIR-FALTA
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-QTD-CHAVES.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-LIVROS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TITULOS AVALIADOS:          " DELIMITED BY SIZE
                  W-CONTADOR-ED                  DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-RECOMENDADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TITULOS COM PONTUACAO:      " DELIMITED BY SIZE
                  W-CONTADOR-ED                  DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-FALTANTES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PESQUISAS FORA DO ACERVO:   " DELIMITED BY SIZE
                  W-CONTADOR-ED                  DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "PERIODO: " W-DATA-INI " A " W-DATA-FIM.
           MOVE W-QTD-LIVROS TO W-CONTADOR-ED.
           DISPLAY "TITULOS AVALIADOS:          " W-CONTADOR-ED.
           MOVE W-QTD-RECOMENDADOS TO W-CONTADOR-ED.
           DISPLAY "TITULOS COM PONTUACAO:      " W-CONTADOR-ED.
           MOVE W-QTD-FALTANTES TO W-CONTADOR-ED.
           DISPLAY "PESQUISAS FORA DO ACERVO:   " W-CONTADOR-ED.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.
           DISPLAY "PLANILHA GERADA: " W-NOME-PLANILHA.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-PLANILHA.

       CLASSIFICAR-POR-PONTUACAO.
           PERFORM ORDENAR-LIVRO
               VARYING W-I FROM 1 BY 1
               UNTIL W-I NOT < W-QTD-LIVROS.

       ORDENAR-LIVRO.
           MOVE W-I TO W-MAIOR.
           COMPUTE W-J = W-I + 1.
           PERFORM LOCALIZAR-MAIOR-PONTUACAO
               UNTIL W-J > W-QTD-LIVROS.
           IF  W-MAIOR NOT = W-I
               MOVE W-LIVRO-AQUIS (W-I)     TO W-ELEM-LIVRO
               MOVE W-LIVRO-AQUIS (W-MAIOR) TO W-LIVRO-AQUIS (W-I)
               MOVE W-ELEM-LIVRO            TO W-LIVRO-AQUIS (W-MAIOR)
           END-IF.

       LOCALIZAR-MAIOR-PONTUACAO.
           IF  TAB-PONTUACAO (W-J) > TAB-PONTUACAO (W-MAIOR)
               MOVE W-J TO W-MAIOR
           END-IF.
           ADD 1 TO W-J.

       CLASSIFICAR-POR-PESQUISAS.
           PERFORM ORDENAR-FALTA
               VARYING W-I FROM 1 BY 1
               UNTIL W-I NOT < W-QTD-CHAVES.

       ORDENAR-FALTA.
           MOVE W-I TO W-MAIOR.
           COMPUTE W-J = W-I + 1.
           PERFORM LOCALIZAR-MAIOR-PESQUISA
               UNTIL W-J > W-QTD-CHAVES.
           IF  W-MAIOR NOT = W-I
               MOVE W-FALTA (W-I)     TO W-ELEM-FALTA
               MOVE W-FALTA (W-MAIOR) TO W-FALTA (W-I)
               MOVE W-ELEM-FALTA      TO W-FALTA (W-MAIOR)
           END-IF.

       LOCALIZAR-MAIOR-PESQUISA.
           IF  TAB-QTD-PESQUISAS (W-J) > TAB-QTD-PESQUISAS (W-MAIOR)
               MOVE W-J TO W-MAIOR
           END-IF.
           ADD 1 TO W-J.

       IMPRIMIR-LIVRO-AQUIS.
           IF  TAB-PONTUACAO (W-I) > ZEROS
               MOVE TAB-COD-LIVRO (W-I)    TO DET-COD-LIVRO
               MOVE TAB-TITULO-LIVRO (W-I) TO DET-TITULO-LIVRO
               MOVE TAB-RESERVAS (W-I)     TO DET-RESERVAS
               MOVE TAB-COPIAS (W-I)       TO DET-COPIAS
               MOVE TAB-EMPRESTIMOS (W-I)  TO DET-EMPRESTIMOS
               MOVE TAB-PERDIDOS (W-I)     TO DET-PERDIDOS
               MOVE TAB-PONTUACAO (W-I)    TO DET-PONTUACAO
               MOVE W-LINHA-AQUIS TO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM GRAVAR-PLANILHA-ACERVO
           END-IF.

       IMPRIMIR-FALTA.
           IF  TAB-QTD-PESQUISAS (W-I) > ZEROS
               MOVE TAB-QTD-PESQUISAS (W-I) TO DET-QTD-PESQUISAS
               MOVE SPACES TO DET-CHAVE
               IF  TAB-TITULO-PESQUISA (W-I) = SPACES
                   STRING "CODIGO " DELIMITED BY SIZE
                          TAB-COD-PESQUISA (W-I) DELIMITED BY SIZE
                          INTO DET-CHAVE
               ELSE
                   MOVE TAB-TITULO-PESQUISA (W-I) TO DET-CHAVE
               END-IF
               MOVE W-LINHA-FALTA TO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM GRAVAR-PLANILHA-FALTA
           END-IF.

       GRAVAR-CABECALHO-PLANILHA.
           MOVE SPACES TO REG-PLANILHA.
           STRING "TIPO;CODIGO;TITULO;AUTOR;RESERVAS PENDENTES;"
                      DELIMITED BY SIZE
                  "COPIAS DISPONIVEIS;EMPRESTIMOS;PERDIDOS;"
                      DELIMITED BY SIZE
                  "PONTUACAO;PESQUISAS" DELIMITED BY SIZE
                  INTO REG-PLANILHA.
           PERFORM GRAVAR-LINHA-PLANILHA.

       GRAVAR-PLANILHA-ACERVO.
           MOVE TAB-COD-LIVRO (W-I) TO W-COD-LIVRO-X.
           MOVE TAB-PONTUACAO (W-I) TO W-PONTUACAO-X.
           MOVE "ACERVO"            TO W-TIPO-LINHA.
           MOVE SPACES TO REG-PLANILHA.
           STRING FUNCTION TRIM (W-TIPO-LINHA TRAILING)
                                        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  W-COD-LIVRO-X         DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM (TAB-TITULO-LIVRO (W-I) TRAILING)
                                        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM (TAB-AUTOR-LIVRO (W-I) TRAILING)
                                        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  TAB-RESERVAS (W-I)    DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  TAB-COPIAS (W-I)      DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  TAB-EMPRESTIMOS (W-I) DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  TAB-PERDIDOS (W-I)    DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  W-PONTUACAO-X         DELIMITED BY SIZE
                  ";0"                  DELIMITED BY SIZE
                  INTO REG-PLANILHA.
           PERFORM GRAVAR-LINHA-PLANILHA.

       GRAVAR-PLANILHA-FALTA.
           MOVE "NAO CADASTRADO" TO W-TIPO-LINHA.
           MOVE SPACES TO REG-PLANILHA.
           STRING FUNCTION TRIM (W-TIPO-LINHA TRAILING)
                                        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM (TAB-COD-PESQUISA (W-I) TRAILING)
                                        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM (TAB-TITULO-PESQUISA (W-I) TRAILING)
                                        DELIMITED BY SIZE
                  ";;;;;;;"             DELIMITED BY SIZE
                  TAB-QTD-PESQUISAS (W-I) DELIMITED BY SIZE
                  INTO REG-PLANILHA.
           PERFORM GRAVAR-LINHA-PLANILHA.

       GRAVAR-LINHA-PLANILHA.
           WRITE REG-PLANILHA.
           IF  W-COD-ERRO-PLAN NOT = "00"
               DISPLAY "ERRO AO GRAVAR PLANILHA - STATUS "
                   W-COD-ERRO-PLAN
           END-IF.

       MONTAR-NOME-RELATORIO.
           STRING "aquisicao-"   DELIMITED BY SIZE
                  W-DATA-EMISSAO DELIMITED BY SIZE
                  ".rel"         DELIMITED BY SIZE
                  INTO W-NOME-RELATORIO.
           STRING "aquisicao-"   DELIMITED BY SIZE
                  W-DATA-EMISSAO DELIMITED BY SIZE
                  ".csv"         DELIMITED BY SIZE
                  INTO W-NOME-PLANILHA.

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
           ADD 1 TO W-NUM-PAGINA.
           MOVE W-DATA-EMISSAO TO W-DATA-X.
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
           MOVE "RECOMENDACAO DE AQUISICAO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO W-QTD-LINHAS.
