       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULAR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELLEITOR.
                       COPY SELEMP.
                       COPY SELHIST.
                       COPY SELRES.
                       COPY SELMULTA.
                       COPY SELCAIXA.
                       COPY SELMOV.
                       COPY SELANON.
                       COPY SELCONV.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDLEITOR.
           COPY FDEMP.
           COPY FDHIST.
           COPY FDRES.
           COPY FDMULTA.
           COPY FDCAIXA.
           COPY FDMOV.
           COPY FDANON.
           COPY FDCONV.

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-LEITOR PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-HIST   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAIXA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MOV    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-ANON   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CONV   PIC X(2)  VALUE SPACES.
           77 W-LAYOUT-OK       PIC X(1)  VALUE "N".
              88 LAYOUT-APLICAVEL         VALUE "S".
           77 W-COD-LEITOR      PIC 9(5)  VALUE ZEROS.
           77 W-NOME-TITULAR    PIC X(40) VALUE SPACES.
           77 W-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-DATA-ED         PIC X(10) VALUE SPACES.
           77 W-DATA-ED2        PIC X(10) VALUE SPACES.
           77 W-DATA-ED3        PIC X(10) VALUE SPACES.
           77 W-COD-X           PIC X(5)  VALUE SPACES.
           77 W-L               PIC 9(2)  VALUE ZEROS.
           77 W-REFERENCIA      PIC X(1)  VALUE "N".
              88 LINHA-DO-TITULAR         VALUE "S".
           77 W-ARQUIVO-TITULAR PIC X(10) VALUE SPACES.
           77 W-IMAGEM-CAD      PIC X(124) VALUE SPACES.
           77 W-ROTULO-IMAGEM   PIC X(8)  VALUE SPACES.
           77 W-HORA-X          PIC X(6)  VALUE SPACES.
           77 W-HORA-ED         PIC X(8)  VALUE SPACES.
           77 W-QTD-ITENS       PIC 9(5)  VALUE ZEROS.
           77 W-QTD-MOV         PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 W-CODIGO-ED       PIC ZZZZ9 VALUE ZEROS.
           77 W-LIVRO-ED        PIC ZZZZ9 VALUE ZEROS.
           77 W-VALOR-ED        PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-NOME-RELATORIO  PIC X(40) VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.
           77 W-LINHA-PENDENTE  PIC X(80) VALUE SPACES.

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           01 W-MOMENTO-MOV.
               02 W-DATA-MOV-X      PIC 9(8).
               02 W-HORA-MOV-X      PIC 9(6).

           *> CONVERSAO DO CODIGO DO LIVRO PARA 5 DIGITOS; ZEROS
           *> QUANDO CONVERTE-LIVRO NAO FOI EXECUTADO
           01 W-MOMENTO-CONV.
               02 W-DATA-CONV       PIC 9(8)  VALUE ZEROS.
               02 W-HORA-CONV       PIC 9(6)  VALUE ZEROS.

           *> POSICAO DO CODIGO E DO NOME DO LEITOR NAS IMAGENS DO
           *> MOVIMENTO.LOG, NO LAYOUT ATUAL E NOS LAYOUTS ANTERIORES,
           *> E EPOCA DO LAYOUT NAS LINHAS COM O NOME DO ARQUIVO:
           *> T = SEMPRE, N = DEPOIS E A = ANTES DA CONVERSAO DO CODIGO
           *> DO LIVRO, S = SO LINHAS SEM O NOME DO ARQUIVO
           01 W-LAYOUTS-IMAGEM.
               02 FILLER PIC X(17) VALUE "LEITORES  001006T".
               02 FILLER PIC X(17) VALUE "EMPRESTIMO076011N".
               02 FILLER PIC X(17) VALUE "EMPRESTIMO074009A".
               02 FILLER PIC X(17) VALUE "RESERVA   011016N".
               02 FILLER PIC X(17) VALUE "RESERVA   009014A".
               02 FILLER PIC X(17) VALUE "MULTAS    007012T".
               02 FILLER PIC X(17) VALUE "MULTAS    006011S".
               02 FILLER PIC X(17) VALUE "CAIXA     033038T".

           01 W-TAB-LAYOUTS REDEFINES W-LAYOUTS-IMAGEM.
               02 W-LAYOUT OCCURS 8.
                   03 TABL-ARQUIVO    PIC X(10).
                   03 TABL-POS-COD    PIC 9(3).
                   03 TABL-POS-NOME   PIC 9(3).
                   03 TABL-EPOCA      PIC X(1).

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           CALL "CABECALHO".
           DISPLAY "RELATORIO DO TITULAR (LGPD)".
           DISPLAY " ".
           DISPLAY "CODIGO DO LEITOR: ".
           ACCEPT W-COD-LEITOR.
           OPEN INPUT ARQ-LEITOR.
           MOVE W-COD-LEITOR TO COD-LEITOR.
           IF  W-COD-LEITOR = ZEROS
               MOVE "23" TO W-COD-ERRO-LEITOR
           ELSE
               READ ARQ-LEITOR
           END-IF.
           IF  W-COD-ERRO-LEITOR NOT = "00"
               DISPLAY "LEITOR NAO CADASTRADO"
           ELSE
               ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT W-HORA-EMISSAO FROM TIME
               MOVE NOME-LEITOR-CAD TO W-NOME-TITULAR
               PERFORM MONTAR-NOME-RELATORIO
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM IMPRIMIR-CADASTRO
               PERFORM IMPRIMIR-EMPRESTIMOS
               PERFORM IMPRIMIR-HISTORICO
               PERFORM IMPRIMIR-RESERVAS
               PERFORM IMPRIMIR-MULTAS
               PERFORM IMPRIMIR-CAIXA
               PERFORM IMPRIMIR-MOVIMENTO
               PERFORM IMPRIMIR-ANONIMIZACAO
               CLOSE ARQ-RELATORIO
               DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO
           END-IF.
           CLOSE ARQ-LEITOR.
           EXIT PROGRAM.

       IMPRIMIR-CADASTRO.
           MOVE "DADOS CADASTRAIS" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE COD-LEITOR TO W-CODIGO-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  CODIGO:     " DELIMITED BY SIZE
                  W-CODIGO-ED      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  NOME:       " DELIMITED BY SIZE
                  NOME-LEITOR-CAD  DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  TELEFONE:   " DELIMITED BY SIZE
                  FONE-LEITOR      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  E-MAIL:     " DELIMITED BY SIZE
                  EMAIL-LEITOR     DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  MATRICULA:  " DELIMITED BY SIZE
                  MATRICULA-LEITOR DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           EVALUATE TRUE
               WHEN LEITOR-ALUNO
                   MOVE "  CATEGORIA:  ALUNO" TO REG-RELATORIO
               WHEN LEITOR-PROFESSOR
                   MOVE "  CATEGORIA:  PROFESSOR" TO REG-RELATORIO
               WHEN LEITOR-FUNCIONARIO
                   MOVE "  CATEGORIA:  FUNCIONARIO" TO REG-RELATORIO
               WHEN LEITOR-COMUNIDADE
                   MOVE "  CATEGORIA:  COMUNIDADE" TO REG-RELATORIO
               WHEN OTHER
                   MOVE "  CATEGORIA:  NAO INFORMADA" TO REG-RELATORIO
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN LEITOR-ATIVO
                   MOVE "  SITUACAO:   ATIVO" TO REG-RELATORIO
               WHEN LEITOR-SUSPENSO
                   MOVE "  SITUACAO:   SUSPENSO" TO REG-RELATORIO
               WHEN LEITOR-ANONIMIZADO
                   MOVE "  SITUACAO:   ANONIMIZADO" TO REG-RELATORIO
               WHEN LEITOR-INATIVO
                   MOVE "  SITUACAO:   INATIVO" TO REG-RELATORIO
               WHEN OTHER
                   MOVE SPACES TO REG-RELATORIO
                   STRING "  SITUACAO:   " DELIMITED BY SIZE
                          SITUACAO-LEITOR  DELIMITED BY SIZE
                          INTO REG-RELATORIO
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF  DATA-CADASTRO-LEITOR NUMERIC
               AND DATA-CADASTRO-LEITOR > ZEROS
               MOVE DATA-CADASTRO-LEITOR TO W-DATA-X
               PERFORM FORMATAR-DATA
               STRING "  CADASTRO:   " DELIMITED BY SIZE
                      W-DATA-ED        DELIMITED BY SIZE
                      INTO REG-RELATORIO
           ELSE
               MOVE "  CADASTRO:   NAO REGISTRADO" TO REG-RELATORIO
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.

       IMPRIMIR-EMPRESTIMOS.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "EMPRESTIMOS" TO REG-RELATORIO (1:11).
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "  EMPR LIVRO  EMPRESTIMO  PREVISTA    DEVOLUCAO   S"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           OPEN INPUT ARQ-EMPRESTIMO.
           MOVE ZEROS TO COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM LER-EMPRESTIMO
                   UNTIL W-COD-ERRO-EMP NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO.
           PERFORM IMPRIMIR-QTD-ITENS.

       LER-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00" AND COD-LEITOR-EMP = W-COD-LEITOR
               ADD 1 TO W-QTD-ITENS
               MOVE COD-EMPRESTIMO TO W-CODIGO-ED
               MOVE COD-LIVRO-EMP  TO W-LIVRO-ED
               MOVE DATA-EMPRESTIMO TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE W-DATA-ED TO W-DATA-ED2
               MOVE DATA-PREVISTA TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE W-DATA-ED TO W-DATA-ED3
               MOVE DATA-DEVOLUCAO TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE SPACES TO REG-RELATORIO
               STRING "  "           DELIMITED BY SIZE
                      W-CODIGO-ED    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      W-LIVRO-ED     DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-DATA-ED2     DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-DATA-ED3     DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-DATA-ED      DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      SITUACAO-EMP   DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       IMPRIMIR-HISTORICO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "EMPRESTIMOS EXPURGADOS (HISTORICO)" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "  EMPR LIVRO  EMPRESTIMO  PREVISTA    DEVOLUCAO   S"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           OPEN INPUT ARQ-EMPRESTIMO-HIST.
           MOVE ZEROS TO COD-EMPRESTIMO-HIST.
           START ARQ-EMPRESTIMO-HIST
               KEY IS NOT LESS THAN COD-EMPRESTIMO-HIST
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-HIST
           END-START.
           IF  W-COD-ERRO-HIST = "00"
               PERFORM LER-HISTORICO
                   UNTIL W-COD-ERRO-HIST NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO-HIST.
           PERFORM IMPRIMIR-QTD-ITENS.

       LER-HISTORICO.
           READ ARQ-EMPRESTIMO-HIST NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-HIST
           END-READ.
           IF  W-COD-ERRO-HIST = "00"
               AND COD-LEITOR-HIST = W-COD-LEITOR
               ADD 1 TO W-QTD-ITENS
               MOVE COD-EMPRESTIMO-HIST TO W-CODIGO-ED
               MOVE COD-LIVRO-HIST      TO W-LIVRO-ED
               MOVE DATA-EMPRESTIMO-HIST TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE W-DATA-ED TO W-DATA-ED2
               MOVE DATA-PREVISTA-HIST TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE W-DATA-ED TO W-DATA-ED3
               MOVE DATA-DEVOLUCAO-HIST TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE SPACES TO REG-RELATORIO
               STRING "  "              DELIMITED BY SIZE
                      W-CODIGO-ED       DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      W-LIVRO-ED        DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      W-DATA-ED2        DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      W-DATA-ED3        DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      W-DATA-ED         DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      SITUACAO-EMP-HIST DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       IMPRIMIR-RESERVAS.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "RESERVAS" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "  RESV LIVRO  RESERVA     SEPARACAO   S"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           OPEN INPUT ARQ-RESERVA.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM LER-RESERVA
                   UNTIL W-COD-ERRO-RES NOT = "00"
           END-IF.
           CLOSE ARQ-RESERVA.
           PERFORM IMPRIMIR-QTD-ITENS.

       LER-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00" AND COD-LEITOR-RES = W-COD-LEITOR
               ADD 1 TO W-QTD-ITENS
               MOVE COD-RESERVA   TO W-CODIGO-ED
               MOVE COD-LIVRO-RES TO W-LIVRO-ED
               MOVE DATA-RESERVA  TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE W-DATA-ED TO W-DATA-ED2
               MOVE DATA-SEPARACAO-RES TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE SPACES TO REG-RELATORIO
               STRING "  "           DELIMITED BY SIZE
                      W-CODIGO-ED    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      W-LIVRO-ED     DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-DATA-ED2     DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-DATA-ED      DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      SITUACAO-RES   DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       IMPRIMIR-MULTAS.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "MULTAS" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "  EMPR T  DATA            VALOR S"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           OPEN INPUT ARQ-MULTA.
           MOVE LOW-VALUES TO CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
           IF  W-COD-ERRO-MULTA = "00"
               PERFORM LER-MULTA
                   UNTIL W-COD-ERRO-MULTA NOT = "00"
           END-IF.
           CLOSE ARQ-MULTA.
           PERFORM IMPRIMIR-QTD-ITENS.

       LER-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-READ.
           IF  W-COD-ERRO-MULTA = "00"
               AND COD-LEITOR-MUL = W-COD-LEITOR
               ADD 1 TO W-QTD-ITENS
               MOVE COD-EMPRESTIMO-MUL TO W-CODIGO-ED
               MOVE DATA-MULTA  TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE VALOR-MULTA TO W-VALOR-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "  "           DELIMITED BY SIZE
                      W-CODIGO-ED    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      TIPO-MULTA     DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-DATA-ED      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      W-VALOR-ED     DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      SITUACAO-MUL   DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       IMPRIMIR-CAIXA.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "LANCAMENTOS DE CAIXA" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "  REC.  DATA        EMPR     VALOR T"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           OPEN INPUT ARQ-CAIXA.
           MOVE ZEROS TO NUM-RECIBO-CAIXA.
           START ARQ-CAIXA KEY IS NOT LESS THAN NUM-RECIBO-CAIXA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-START.
           IF  W-COD-ERRO-CAIXA = "00"
               PERFORM LER-CAIXA
                   UNTIL W-COD-ERRO-CAIXA NOT = "00"
           END-IF.
           CLOSE ARQ-CAIXA.
           PERFORM IMPRIMIR-QTD-ITENS.

       LER-CAIXA.
           READ ARQ-CAIXA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-READ.
           IF  W-COD-ERRO-CAIXA = "00"
               AND COD-LEITOR-CAIXA = W-COD-LEITOR
               ADD 1 TO W-QTD-ITENS
               MOVE NUM-RECIBO-CAIXA TO W-CODIGO-ED
               MOVE COD-EMPRESTIMO-CAIXA TO W-LIVRO-ED
               MOVE DATA-CAIXA  TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE VALOR-CAIXA TO W-VALOR-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "  "           DELIMITED BY SIZE
                      W-CODIGO-ED    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      W-DATA-ED      DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      W-LIVRO-ED     DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      W-VALOR-ED     DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      TIPO-CAIXA     DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       IMPRIMIR-MOVIMENTO.
           *> AS IMAGENS DO CADASTRO DE LEITORES SO TEM DADOS DO
           *> PROPRIO TITULAR E SAO LISTADAS. AS DOS OUTROS ARQUIVOS
           *> TRAZEM DADOS DE OUTRAS PESSOAS (LIVRO, OPERADOR, VALORES
           *> DE TERCEIROS) E ENTRAM SO NA QUANTIDADE
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "HISTORICO DE DADOS CADASTRAIS" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           MOVE ZEROS TO W-QTD-MOV.
           PERFORM LER-CONVERSAO.
           OPEN INPUT ARQ-MOVIMENTO.
           PERFORM LER-MOVIMENTO
               UNTIL W-COD-ERRO-MOV NOT = "00".
           CLOSE ARQ-MOVIMENTO.
           PERFORM IMPRIMIR-QTD-ITENS.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE W-QTD-MOV TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "OUTROS REGISTROS NO MOVIMENTO.LOG:  "
                                                  DELIMITED BY SIZE
                  W-CONTADOR-ED                   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       LER-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END
                   MOVE "10" TO W-COD-ERRO-MOV
           END-READ.
           IF  W-COD-ERRO-MOV = "00"
               MOVE DATA-MOV TO W-DATA-MOV-X
               MOVE HORA-MOV TO W-HORA-MOV-X
               MOVE "N" TO W-REFERENCIA
               MOVE SPACES TO W-ARQUIVO-TITULAR
               PERFORM CONFERIR-LAYOUT
                   VARYING W-L FROM 1 BY 1
                   UNTIL W-L > 8 OR LINHA-DO-TITULAR
               IF  LINHA-DO-TITULAR
                   IF  W-ARQUIVO-TITULAR = "LEITORES"
                       PERFORM IMPRIMIR-MOV-CADASTRO
                   ELSE
                       ADD 1 TO W-QTD-MOV
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-MOV-CADASTRO.
           ADD 1 TO W-QTD-ITENS.
           MOVE DATA-MOV TO W-DATA-X.
           PERFORM FORMATAR-DATA.
           MOVE HORA-MOV TO W-HORA-X.
           MOVE SPACES TO W-HORA-ED.
           STRING W-HORA-X (1:2) DELIMITED BY SIZE
                  ":"            DELIMITED BY SIZE
                  W-HORA-X (3:2) DELIMITED BY SIZE
                  ":"            DELIMITED BY SIZE
                  W-HORA-X (5:2) DELIMITED BY SIZE
                  INTO W-HORA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  "      DELIMITED BY SIZE
                  W-DATA-ED DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  W-HORA-ED DELIMITED BY SIZE
                  "  "      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           EVALUATE TRUE
               WHEN MOVIMENTO-INCLUSAO
                   MOVE "INCLUSAO"  TO REG-RELATORIO (24:9)
               WHEN MOVIMENTO-ALTERACAO
                   MOVE "ALTERACAO" TO REG-RELATORIO (24:9)
               WHEN MOVIMENTO-EXCLUSAO
                   MOVE "EXCLUSAO"  TO REG-RELATORIO (24:9)
               WHEN OTHER
                   MOVE OPERACAO-MOV TO REG-RELATORIO (24:1)
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF  ANTES-MOV NOT = SPACES
               MOVE ANTES-MOV TO W-IMAGEM-CAD
               MOVE "ANTES:"  TO W-ROTULO-IMAGEM
               PERFORM IMPRIMIR-IMAGEM-CADASTRO
           END-IF.
           IF  DEPOIS-MOV NOT = SPACES
               MOVE DEPOIS-MOV TO W-IMAGEM-CAD
               MOVE "DEPOIS:"  TO W-ROTULO-IMAGEM
               PERFORM IMPRIMIR-IMAGEM-CADASTRO
           END-IF.

       IMPRIMIR-IMAGEM-CADASTRO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "    "               DELIMITED BY SIZE
                  W-ROTULO-IMAGEM      DELIMITED BY SIZE
                  "NOME:      "        DELIMITED BY SIZE
                  W-IMAGEM-CAD (6:40)  DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "            TELEFONE:  " DELIMITED BY SIZE
                  W-IMAGEM-CAD (46:15)      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "            E-MAIL:    " DELIMITED BY SIZE
                  W-IMAGEM-CAD (61:40)      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "            MATRICULA: " DELIMITED BY SIZE
                  W-IMAGEM-CAD (111:10)     DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       CONFERIR-LAYOUT.
           *> LINHAS SEM O NOME DO ARQUIVO SO CONTAM QUANDO O NOME DO
           *> LEITOR TAMBEM CONFERE
           PERFORM VERIFICAR-LAYOUT.
           IF  ARQUIVO-MOV NOT = SPACES AND LAYOUT-APLICAVEL
               MOVE ANTES-MOV (TABL-POS-COD (W-L):5) TO W-COD-X
               PERFORM CONFERIR-CODIGO
               MOVE DEPOIS-MOV (TABL-POS-COD (W-L):5) TO W-COD-X
               PERFORM CONFERIR-CODIGO
           END-IF.
           IF  ARQUIVO-MOV = SPACES AND W-NOME-TITULAR NOT = SPACES
               IF  ANTES-MOV (TABL-POS-NOME (W-L):40) = W-NOME-TITULAR
                   MOVE ANTES-MOV (TABL-POS-COD (W-L):5) TO W-COD-X
                   PERFORM CONFERIR-CODIGO
               END-IF
               IF  DEPOIS-MOV (TABL-POS-NOME (W-L):40) = W-NOME-TITULAR
                   MOVE DEPOIS-MOV (TABL-POS-COD (W-L):5) TO W-COD-X
                   PERFORM CONFERIR-CODIGO
               END-IF
           END-IF.

       VERIFICAR-LAYOUT.
           *> LINHA COM O NOME DO ARQUIVO: SO O LAYOUT DA EPOCA DELA
           MOVE "N" TO W-LAYOUT-OK.
           EVALUATE TRUE
               WHEN ARQUIVO-MOV NOT = TABL-ARQUIVO (W-L)
                   CONTINUE
               WHEN TABL-EPOCA (W-L) = "T"
                   MOVE "S" TO W-LAYOUT-OK
               WHEN TABL-EPOCA (W-L) = "N"
                    AND W-MOMENTO-MOV NOT < W-MOMENTO-CONV
                   MOVE "S" TO W-LAYOUT-OK
               WHEN TABL-EPOCA (W-L) = "A"
                    AND W-MOMENTO-MOV < W-MOMENTO-CONV
                   MOVE "S" TO W-LAYOUT-OK
           END-EVALUATE.

       LER-CONVERSAO.
           OPEN INPUT ARQ-CONVERSAO.
           IF  W-COD-ERRO-CONV = "00" OR "05"
               READ ARQ-CONVERSAO
               IF  W-COD-ERRO-CONV = "00"
                   MOVE DATA-CONVERSAO TO W-DATA-CONV
                   MOVE HORA-CONVERSAO TO W-HORA-CONV
               END-IF
               CLOSE ARQ-CONVERSAO
           ELSE
               DISPLAY "ERRO AO ABRIR CONVERSAO-LIVRO.DAT - STATUS "
                   W-COD-ERRO-CONV
           END-IF.

       CONFERIR-CODIGO.
           IF  W-COD-X NUMERIC
               IF  W-COD-X = W-COD-LEITOR
                   MOVE "S" TO W-REFERENCIA
                   MOVE TABL-ARQUIVO (W-L) TO W-ARQUIVO-TITULAR
               END-IF
           END-IF.

       IMPRIMIR-ANONIMIZACAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE "ANONIMIZACAO" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-QTD-ITENS.
           OPEN INPUT ARQ-ANONIMIZACAO.
           PERFORM LER-ANONIMIZACAO
               UNTIL W-COD-ERRO-ANON NOT = "00".
           CLOSE ARQ-ANONIMIZACAO.
           IF  W-QTD-ITENS = ZEROS
               MOVE "  DADOS PESSOAIS NAO ANONIMIZADOS" TO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       LER-ANONIMIZACAO.
           READ ARQ-ANONIMIZACAO
               AT END
                   MOVE "10" TO W-COD-ERRO-ANON
           END-READ.
           IF  W-COD-ERRO-ANON = "00"
               AND COD-LEITOR-ANON = W-COD-LEITOR
               ADD 1 TO W-QTD-ITENS
               MOVE DATA-ANON TO W-DATA-X
               PERFORM FORMATAR-DATA
               MOVE SPACES TO REG-RELATORIO
               STRING "  ANONIMIZADO EM " DELIMITED BY SIZE
                      W-DATA-ED           DELIMITED BY SIZE
                      " POR "             DELIMITED BY SIZE
                      OPERADOR-ANON       DELIMITED BY SIZE
                      " - "               DELIMITED BY SIZE
                      TOKEN-ANON          DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       IMPRIMIR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       IMPRIMIR-QTD-ITENS.
           MOVE W-QTD-ITENS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  TOTAL: "   DELIMITED BY SIZE
                  W-CONTADOR-ED DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       FORMATAR-DATA.
           MOVE SPACES TO W-DATA-ED.
           IF  W-DATA-X NOT = "00000000"
               STRING W-DATA-X (7:2) DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      W-DATA-X (5:2) DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      W-DATA-X (1:4) DELIMITED BY SIZE
                      INTO W-DATA-ED
           END-IF.

       MONTAR-NOME-RELATORIO.
           MOVE W-COD-LEITOR TO W-COD-X.
           STRING "titular-"    DELIMITED BY SIZE
                  W-COD-X       DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  W-DATA-HOJE   DELIMITED BY SIZE
                  ".rel"        DELIMITED BY SIZE
                  INTO W-NOME-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           IF  W-QTD-LINHAS NOT < W-LINHAS-POR-PAGINA
               MOVE REG-RELATORIO TO W-LINHA-PENDENTE
               PERFORM CABECALHO-PAGINA
               MOVE W-LINHA-PENDENTE TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO - STATUS "
                   W-COD-ERRO-REL
           END-IF.
           ADD 1 TO W-QTD-LINHAS.

       CABECALHO-PAGINA.
           ADD 1 TO W-NUM-PAGINA.
           MOVE W-DATA-HOJE TO W-DATA-X.
           PERFORM FORMATAR-DATA.
           MOVE W-DATA-ED TO CABR-DATA.
           STRING W-HORA-EMISSAO (1:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (3:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (5:2) DELIMITED BY SIZE
                  INTO CABR-HORA.
           MOVE COD-OPERADOR TO CABR-OPERADOR.
           MOVE W-NUM-PAGINA TO CABR-PAGINA.
           WRITE REG-RELATORIO FROM W-CAB-RELATORIO.
           MOVE "RELATORIO DO TITULAR (LGPD)" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO W-QTD-LINHAS.
