       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.

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

                       SELECT OPTIONAL ARQ-MOV-NOVO
                       ASSIGN TO "movimento.new"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

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

           FD ARQ-MOV-NOVO.
           01 REG-MOV-NOVO  PIC X(291).

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
           77 W-COD-ERRO-NOVO   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CONV   PIC X(2)  VALUE SPACES.
           77 W-MOV-AUSENTE     PIC X(1)  VALUE "N".
              88 MOVIMENTO-AUSENTE        VALUE "S".
           77 W-LAYOUT-OK       PIC X(1)  VALUE "N".
              88 LAYOUT-APLICAVEL         VALUE "S".
           77 W-ANOS-INATIVIDADE PIC 9(2) VALUE ZEROS.
           77 W-ANOS-PADRAO     PIC 9(2)  VALUE 5.
           77 W-MODO            PIC X(1)  VALUE SPACE.
              88 MODO-SIMULACAO           VALUE "S".
              88 MODO-EXECUCAO            VALUE "E".
              88 MODO-OK                  VALUE "S" "E".
           77 CONF              PIC X(1)  VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 W-CANCELADO       PIC X(1)  VALUE "N".
              88 CANCELADO                VALUE "S".
           77 W-ERRO-COPIA      PIC X(1)  VALUE "N".
              88 COPIA-COM-ERRO           VALUE "S".
           77 W-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
           77 W-DATA-LIMITE     PIC 9(8)  VALUE ZEROS.
           77 W-DATA-AVALIADA   PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-DATA-ED         PIC X(10) VALUE SPACES.
           77 W-COD-AVALIADO    PIC 9(5)  VALUE ZEROS.
           77 W-COD-X           PIC X(5)  VALUE SPACES.
           77 W-I               PIC 9(6)  VALUE ZEROS.
           77 W-K               PIC 9(4)  VALUE ZEROS.
           77 W-L               PIC 9(2)  VALUE ZEROS.
           77 W-QTD-ANON        PIC 9(4)  VALUE ZEROS.
           77 W-LIMITE-ANON     PIC 9(4)  VALUE 5000.
           77 W-QTD-LIDOS       PIC 9(5)  VALUE ZEROS.
           77 W-QTD-JA-ANON     PIC 9(5)  VALUE ZEROS.
           77 W-QTD-PENDENTES   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-SEM-DATA    PIC 9(5)  VALUE ZEROS.
           77 W-QTD-RECENTES    PIC 9(5)  VALUE ZEROS.
           77 W-QTD-EXCEDENTES  PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.
           77 W-LINHA-PENDENTE  PIC X(80) VALUE SPACES.
           77 W-PROGRAMA        PIC X(10) VALUE "ANONIMIZA".
           77 W-OPERACAO        PIC X(1)  VALUE "A".
           77 W-ARQUIVO         PIC X(10) VALUE SPACES.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-IMAGEM          PIC X(124) VALUE SPACES.
           77 W-RET-DELETE      PIC S9(9) COMP-5 VALUE ZERO.
           77 W-RET-RENAME      PIC S9(9) COMP-5 VALUE ZERO.

           01 W-MOMENTO-MOV.
               02 W-DATA-MOV-X      PIC 9(8).
               02 W-HORA-MOV-X      PIC 9(6).

           *> CONVERSAO DO CODIGO DO LIVRO PARA 5 DIGITOS; ZEROS
           *> QUANDO CONVERTE-LIVRO NAO FOI EXECUTADO
           01 W-MOMENTO-CONV.
               02 W-DATA-CONV       PIC 9(8)  VALUE ZEROS.
               02 W-HORA-CONV       PIC 9(6)  VALUE ZEROS.

           *> O TOKEN MANTEM O CODIGO, PARA ESTATISTICA E HISTORICO
           *> CONTINUAREM BATENDO COM OS DEMAIS ARQUIVOS
           01 W-TOKEN.
               02 FILLER            PIC X(8)  VALUE "ANONIMO-".
               02 W-TOKEN-COD       PIC 9(5)  VALUE ZEROS.

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           *> ULTIMA ATIVIDADE E PENDENCIAS DE CADA LEITOR, PELO CODIGO
           01 W-TAB-LEITORES.
               02 W-LEITOR-ATIV OCCURS 99999.
                   03 TAB-ULTIMA-ATIV PIC 9(8).
                   03 TAB-PENDENTE    PIC X(1).
                   03 TAB-POS-ANON    PIC 9(4).
                   03 TAB-SEM-DATA    PIC X(1).

           *> LEITORES SELECIONADOS NESTA EXECUCAO
           01 W-TAB-ANON.
               02 W-ANON OCCURS 5000.
                   03 TABA-COD-LEITOR PIC 9(5).
                   03 TABA-NOME       PIC X(40).
                   03 TABA-ULTIMA     PIC 9(8).
                   03 TABA-QTD-EMP    PIC 9(5).
                   03 TABA-QTD-HIST   PIC 9(5).
                   03 TABA-QTD-RES    PIC 9(5).
                   03 TABA-QTD-MULTA  PIC 9(5).
                   03 TABA-QTD-CAIXA  PIC 9(5).
                   03 TABA-QTD-MOV    PIC 9(5).

           *> POSICAO DO CODIGO E DO NOME DO LEITOR NAS IMAGENS DO
           *> MOVIMENTO.LOG, NO LAYOUT ATUAL E NOS LAYOUTS ANTERIORES
           *> (CODIGO DO LIVRO COM 3 DIGITOS, MULTA SEM TIPO), E EPOCA
           *> DO LAYOUT NAS LINHAS COM O NOME DO ARQUIVO: T = SEMPRE,
           *> N = DEPOIS E A = ANTES DA CONVERSAO DO CODIGO DO LIVRO,
           *> S = SO LINHAS SEM O NOME DO ARQUIVO
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

           01 W-LINHA-ANON.
               02 DET-COD-LEITOR    PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-TOKEN         PIC X(13).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-ULTIMA        PIC X(10).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-QTD-EMP       PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-QTD-HIST      PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-QTD-RES       PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-QTD-MULTA     PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-QTD-CAIXA     PIC ZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-QTD-MOV       PIC ZZZZ9.

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           PERFORM INICIALIZACAO.
           IF  NOT CANCELADO
               PERFORM APURAR-ATIVIDADE
               PERFORM SELECIONAR-LEITORES
               PERFORM CONFIRMAR-EXECUCAO
           END-IF.
           IF  NOT CANCELADO
               *> O MOVIMENTO.LOG E REESCRITO PRIMEIRO: SE FALHAR, NADA
               *> MAIS E ALTERADO
               PERFORM ANONIMIZAR-MOVIMENTO
               IF  NOT COPIA-COM-ERRO
                   PERFORM ANONIMIZAR-EMPRESTIMOS
                   PERFORM ANONIMIZAR-HISTORICO
                   PERFORM ANONIMIZAR-RESERVAS
                   PERFORM ANONIMIZAR-MULTAS
                   PERFORM ANONIMIZAR-CAIXA
                   PERFORM ANONIMIZAR-LEITORES
                   PERFORM GRAVAR-AUDITORIA
               END-IF
               PERFORM EMITIR-RELATORIO
           END-IF.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "ANONIMIZACAO DE LEITORES INATIVOS (LGPD)".
           DISPLAY " ".
           DISPLAY "ANOS SEM ATIVIDADE (EM BRANCO = 5): ".
           ACCEPT W-ANOS-INATIVIDADE.
           IF  W-ANOS-INATIVIDADE = ZEROS
               MOVE W-ANOS-PADRAO TO W-ANOS-INATIVIDADE
           END-IF.
           PERFORM RECEBER-MODO UNTIL MODO-OK.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-EMISSAO FROM TIME.
           *> MESMO DIA E MES, N ANOS ATRAS; 29/02 VIRA 28/02
           COMPUTE W-DATA-LIMITE =
               W-DATA-HOJE - W-ANOS-INATIVIDADE * 10000.
           IF  W-DATA-LIMITE (5:4) = "0229"
               MOVE "0228" TO W-DATA-LIMITE (5:4)
           END-IF.

       RECEBER-MODO.
           DISPLAY "(S)IMULAR OU (E)XECUTAR: ".
           ACCEPT W-MODO.
           MOVE FUNCTION UPPER-CASE (W-MODO) TO W-MODO.
           IF  NOT MODO-OK
               DISPLAY "DIGITE 'S' OU 'E'"
           END-IF.

           *> APURACAO DA ULTIMA ATIVIDADE E DAS PENDENCIAS DE CADA
           *> LEITOR

       APURAR-ATIVIDADE.
           PERFORM LIMPAR-LEITOR-ATIV
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > 99999.
           OPEN INPUT ARQ-LEITOR.
           MOVE ZEROS TO COD-LEITOR.
           START ARQ-LEITOR KEY IS NOT LESS THAN COD-LEITOR
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-LEITOR
           END-START.
           IF  W-COD-ERRO-LEITOR = "00"
               PERFORM LER-CADASTRO-LEITOR
                   UNTIL W-COD-ERRO-LEITOR NOT = "00"
           END-IF.
           CLOSE ARQ-LEITOR.
           OPEN INPUT ARQ-EMPRESTIMO.
           MOVE ZEROS TO COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM APURAR-EMPRESTIMO
                   UNTIL W-COD-ERRO-EMP NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-EMPRESTIMO-HIST.
           MOVE ZEROS TO COD-EMPRESTIMO-HIST.
           START ARQ-EMPRESTIMO-HIST
               KEY IS NOT LESS THAN COD-EMPRESTIMO-HIST
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-HIST
           END-START.
           IF  W-COD-ERRO-HIST = "00"
               PERFORM APURAR-HISTORICO
                   UNTIL W-COD-ERRO-HIST NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO-HIST.
           OPEN INPUT ARQ-RESERVA.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM APURAR-RESERVA
                   UNTIL W-COD-ERRO-RES NOT = "00"
           END-IF.
           CLOSE ARQ-RESERVA.
           OPEN INPUT ARQ-MULTA.
           MOVE LOW-VALUES TO CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
           IF  W-COD-ERRO-MULTA = "00"
               PERFORM APURAR-MULTA
                   UNTIL W-COD-ERRO-MULTA NOT = "00"
           END-IF.
           CLOSE ARQ-MULTA.
           OPEN INPUT ARQ-CAIXA.
           MOVE ZEROS TO NUM-RECIBO-CAIXA.
           START ARQ-CAIXA KEY IS NOT LESS THAN NUM-RECIBO-CAIXA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-START.
           IF  W-COD-ERRO-CAIXA = "00"
               PERFORM APURAR-CAIXA
                   UNTIL W-COD-ERRO-CAIXA NOT = "00"
           END-IF.
           CLOSE ARQ-CAIXA.

       LIMPAR-LEITOR-ATIV.
           MOVE ZEROS TO TAB-ULTIMA-ATIV (W-I) TAB-POS-ANON (W-I).
           MOVE "N"   TO TAB-PENDENTE (W-I) TAB-SEM-DATA (W-I).

       LER-CADASTRO-LEITOR.
           READ ARQ-LEITOR NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-LEITOR
           END-READ.
           IF  W-COD-ERRO-LEITOR = "00"
               MOVE COD-LEITOR TO W-COD-AVALIADO
               IF  DATA-CADASTRO-LEITOR NUMERIC
                   MOVE DATA-CADASTRO-LEITOR TO W-DATA-AVALIADA
                   PERFORM ATUALIZAR-ULTIMA-ATIV
               END-IF
           END-IF.

       APURAR-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00" AND COD-LEITOR-EMP > ZEROS
               MOVE COD-LEITOR-EMP TO W-COD-AVALIADO
               MOVE DATA-EMPRESTIMO TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
               MOVE DATA-DEVOLUCAO TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
               IF  EMPRESTIMO-ATIVO
                   MOVE "S" TO TAB-PENDENTE (W-COD-AVALIADO)
               END-IF
           END-IF.

       APURAR-HISTORICO.
           READ ARQ-EMPRESTIMO-HIST NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-HIST
           END-READ.
           IF  W-COD-ERRO-HIST = "00" AND COD-LEITOR-HIST > ZEROS
               MOVE COD-LEITOR-HIST TO W-COD-AVALIADO
               MOVE DATA-EMPRESTIMO-HIST TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
               MOVE DATA-DEVOLUCAO-HIST TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
           END-IF.

       APURAR-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00" AND COD-LEITOR-RES > ZEROS
               MOVE COD-LEITOR-RES TO W-COD-AVALIADO
               MOVE DATA-RESERVA TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
               MOVE DATA-SEPARACAO-RES TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
               IF  RESERVA-PENDENTE
                   MOVE "S" TO TAB-PENDENTE (W-COD-AVALIADO)
               END-IF
           END-IF.

       APURAR-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-READ.
           IF  W-COD-ERRO-MULTA = "00" AND COD-LEITOR-MUL > ZEROS
               MOVE COD-LEITOR-MUL TO W-COD-AVALIADO
               MOVE DATA-MULTA TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
               IF  MULTA-ABERTA
                   MOVE "S" TO TAB-PENDENTE (W-COD-AVALIADO)
               END-IF
           END-IF.

       APURAR-CAIXA.
           READ ARQ-CAIXA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-READ.
           IF  W-COD-ERRO-CAIXA = "00" AND COD-LEITOR-CAIXA > ZEROS
               MOVE COD-LEITOR-CAIXA TO W-COD-AVALIADO
               MOVE DATA-CAIXA TO W-DATA-AVALIADA
               PERFORM ATUALIZAR-ULTIMA-ATIV
           END-IF.

       ATUALIZAR-ULTIMA-ATIV.
           IF  W-DATA-AVALIADA NUMERIC
               IF  W-DATA-AVALIADA > TAB-ULTIMA-ATIV (W-COD-AVALIADO)
                   MOVE W-DATA-AVALIADA
                       TO TAB-ULTIMA-ATIV (W-COD-AVALIADO)
               END-IF
           END-IF.

           *> SELECAO DOS LEITORES INATIVOS E SEM PENDENCIAS

       SELECIONAR-LEITORES.
           OPEN INPUT ARQ-LEITOR.
           MOVE ZEROS TO COD-LEITOR.
           START ARQ-LEITOR KEY IS NOT LESS THAN COD-LEITOR
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-LEITOR
           END-START.
           IF  W-COD-ERRO-LEITOR = "00"
               PERFORM AVALIAR-LEITOR
                   UNTIL W-COD-ERRO-LEITOR NOT = "00"
           END-IF.
           CLOSE ARQ-LEITOR.

       AVALIAR-LEITOR.
           READ ARQ-LEITOR NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-LEITOR
           END-READ.
           IF  W-COD-ERRO-LEITOR = "00"
               ADD 1 TO W-QTD-LIDOS
               MOVE COD-LEITOR TO W-COD-AVALIADO
               EVALUATE TRUE
                   WHEN LEITOR-ANONIMIZADO
                       ADD 1 TO W-QTD-JA-ANON
                   WHEN TAB-PENDENTE (W-COD-AVALIADO) = "S"
                       ADD 1 TO W-QTD-PENDENTES
                   WHEN TAB-ULTIMA-ATIV (W-COD-AVALIADO) = ZEROS
                       ADD 1 TO W-QTD-SEM-DATA
                       MOVE "S" TO TAB-SEM-DATA (W-COD-AVALIADO)
                   WHEN TAB-ULTIMA-ATIV (W-COD-AVALIADO)
                        NOT < W-DATA-LIMITE
                       ADD 1 TO W-QTD-RECENTES
                   WHEN W-QTD-ANON = W-LIMITE-ANON
                       ADD 1 TO W-QTD-EXCEDENTES
                   WHEN OTHER
                       PERFORM GUARDAR-LEITOR-ANON
               END-EVALUATE
           END-IF.

       GUARDAR-LEITOR-ANON.
           ADD 1 TO W-QTD-ANON.
           MOVE W-QTD-ANON TO W-K.
           MOVE W-K TO TAB-POS-ANON (W-COD-AVALIADO).
           MOVE COD-LEITOR      TO TABA-COD-LEITOR (W-K).
           MOVE NOME-LEITOR-CAD TO TABA-NOME (W-K).
           MOVE TAB-ULTIMA-ATIV (W-COD-AVALIADO) TO TABA-ULTIMA (W-K).
           MOVE ZEROS TO TABA-QTD-EMP (W-K)   TABA-QTD-HIST (W-K)
                         TABA-QTD-RES (W-K)   TABA-QTD-MULTA (W-K)
                         TABA-QTD-CAIXA (W-K) TABA-QTD-MOV (W-K).

       CONFIRMAR-EXECUCAO.
           DISPLAY " ".
           MOVE W-QTD-ANON TO W-CONTADOR-ED.
           DISPLAY "LEITORES SELECIONADOS: " W-CONTADOR-ED.
           MOVE W-QTD-SEM-DATA TO W-CONTADOR-ED.
           DISPLAY "LEITORES SEM DATA (PRAZO COMECA HOJE): "
               W-CONTADOR-ED.
           IF  MODO-EXECUCAO
               AND (W-QTD-ANON > ZEROS OR W-QTD-SEM-DATA > ZEROS)
               MOVE SPACE TO CONF
               PERFORM RECEBER-CONFIRMACAO UNTIL CONF-OK
               IF  CONF = "N"
                   MOVE "S" TO W-CANCELADO
                   DISPLAY "ANONIMIZACAO CANCELADA - NADA FOI ALTERADO"
               END-IF
           END-IF.

       RECEBER-CONFIRMACAO.
           DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA. "
               "CONFIRMA? (S/N): ".
           ACCEPT CONF.
           MOVE FUNCTION UPPER-CASE (CONF) TO CONF.

           *> SUBSTITUICAO DOS DADOS PESSOAIS. NA SIMULACAO SO CONTA
           *> OS REGISTROS QUE SERIAM ALTERADOS

       ANONIMIZAR-MOVIMENTO.
           PERFORM LER-CONVERSAO.
           OPEN INPUT ARQ-MOVIMENTO.
           EVALUATE W-COD-ERRO-MOV
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   MOVE "S" TO W-MOV-AUSENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR MOVIMENTO.LOG - STATUS "
                       W-COD-ERRO-MOV
                   MOVE "S" TO W-ERRO-COPIA
           END-EVALUATE.
           IF  MODO-EXECUCAO AND W-QTD-ANON > ZEROS
               AND NOT COPIA-COM-ERRO
               OPEN OUTPUT ARQ-MOV-NOVO
               IF  W-COD-ERRO-NOVO NOT = "00"
                   DISPLAY "ERRO AO ABRIR MOVIMENTO.NEW - STATUS "
                       W-COD-ERRO-NOVO
                   MOVE "S" TO W-ERRO-COPIA
               END-IF
           END-IF.
           IF  NOT COPIA-COM-ERRO
               PERFORM TRATAR-LINHA-MOVIMENTO
                   UNTIL W-COD-ERRO-MOV NOT = "00"
           END-IF.
           CLOSE ARQ-MOVIMENTO.
           IF  MODO-EXECUCAO AND W-QTD-ANON > ZEROS
               CLOSE ARQ-MOV-NOVO
               PERFORM SUBSTITUIR-MOVIMENTO
           END-IF.

       TRATAR-LINHA-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END
                   MOVE "10" TO W-COD-ERRO-MOV
           END-READ.
           IF  W-COD-ERRO-MOV NOT = "00" AND NOT = "10"
               *> COPIA INCOMPLETA NAO PODE SUBSTITUIR O MOVIMENTO.LOG
               DISPLAY "ERRO AO LER MOVIMENTO.LOG - STATUS "
                   W-COD-ERRO-MOV
               MOVE "S" TO W-ERRO-COPIA
           END-IF.
           IF  W-COD-ERRO-MOV = "00"
               MOVE DATA-MOV TO W-DATA-MOV-X
               MOVE HORA-MOV TO W-HORA-MOV-X
               IF  W-QTD-ANON > ZEROS
                   MOVE ANTES-MOV TO W-IMAGEM
                   PERFORM TRATAR-IMAGEM
                   MOVE W-IMAGEM TO ANTES-MOV
                   MOVE DEPOIS-MOV TO W-IMAGEM
                   PERFORM TRATAR-IMAGEM
                   MOVE W-IMAGEM TO DEPOIS-MOV
               END-IF
               IF  MODO-EXECUCAO AND W-QTD-ANON > ZEROS
                   WRITE REG-MOV-NOVO FROM REG-MOVIMENTO
                   IF  W-COD-ERRO-NOVO NOT = "00"
                       DISPLAY "ERRO AO GRAVAR MOVIMENTO.NEW - STATUS "
                           W-COD-ERRO-NOVO
                       MOVE "S"  TO W-ERRO-COPIA
                       MOVE "10" TO W-COD-ERRO-MOV
                   END-IF
               END-IF
           END-IF.

       TRATAR-IMAGEM.
           PERFORM TRATAR-LAYOUT
               VARYING W-L FROM 1 BY 1
               UNTIL W-L > 8.

       TRATAR-LAYOUT.
           PERFORM VERIFICAR-LAYOUT.
           IF  LAYOUT-APLICAVEL
               MOVE W-IMAGEM (TABL-POS-COD (W-L):5) TO W-COD-X
               IF  W-COD-X NUMERIC
                   MOVE W-COD-X TO W-COD-AVALIADO
                   IF  W-COD-AVALIADO > ZEROS
                       MOVE TAB-POS-ANON (W-COD-AVALIADO) TO W-K
                       IF  W-K > ZEROS
                           PERFORM CONFERIR-NOME-IMAGEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-LAYOUT.
           *> LINHA COM O NOME DO ARQUIVO: SO O LAYOUT DA EPOCA DELA.
           *> LINHA ANTIGA, SEM O NOME: TODOS, CONFERINDO O NOME
           MOVE "N" TO W-LAYOUT-OK.
           EVALUATE TRUE
               WHEN ARQUIVO-MOV = SPACES
                   MOVE "S" TO W-LAYOUT-OK
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

       CONFERIR-NOME-IMAGEM.
           *> COM O NOME DO ARQUIVO BASTA O CODIGO: A IMAGEM PODE TER
           *> UM NOME ANTERIOR DO LEITOR
           IF  ARQUIVO-MOV NOT = SPACES
               OR (TABA-NOME (W-K) NOT = SPACES
                AND W-IMAGEM (TABL-POS-NOME (W-L):40) = TABA-NOME (W-K))
               MOVE W-COD-AVALIADO TO W-TOKEN-COD
               MOVE W-TOKEN TO W-IMAGEM (TABL-POS-NOME (W-L):40)
               IF  TABL-ARQUIVO (W-L) = "LEITORES"
                   MOVE W-TOKEN TO W-IMAGEM (46:15)
                   MOVE W-TOKEN TO W-IMAGEM (61:40)
                   MOVE SPACES  TO W-IMAGEM (111:10)
               END-IF
               ADD 1 TO TABA-QTD-MOV (W-K)
           END-IF.

       SUBSTITUIR-MOVIMENTO.
           IF  COPIA-COM-ERRO
               DISPLAY "ANONIMIZACAO CANCELADA - NENHUM ARQUIVO "
                   "FOI ALTERADO"
           ELSE
               MOVE ZERO TO W-RET-DELETE
               *> SEM MOVIMENTO.LOG SO HA O ARQUIVO NOVO A RENOMEAR
               IF  NOT MOVIMENTO-AUSENTE
                   CALL "CBL_DELETE_FILE" USING "movimento.log"
                       RETURNING W-RET-DELETE
               END-IF
               IF  W-RET-DELETE NOT = ZERO
                   DISPLAY "ERRO AO EXCLUIR MOVIMENTO.LOG - "
                       "ANONIMIZACAO CANCELADA"
                   MOVE "S" TO W-ERRO-COPIA
               ELSE
                   CALL "CBL_RENAME_FILE" USING "movimento.new"
                       "movimento.log" RETURNING W-RET-RENAME
                   IF  W-RET-RENAME NOT = ZERO
                       DISPLAY "ERRO AO RENOMEAR MOVIMENTO.NEW PARA "
                           "MOVIMENTO.LOG - RENOMEIE ANTES DE USAR O "
                           "SISTEMA"
                       MOVE "S" TO W-ERRO-COPIA
                   END-IF
               END-IF
           END-IF.

       LER-CONVERSAO.
           *> AS IMAGENS ANTERIORES A CONVERSAO DO CODIGO DO LIVRO TEM
           *> O LEITOR EM OUTRA POSICAO
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
               MOVE "S" TO W-ERRO-COPIA
           END-IF.

       ANONIMIZAR-EMPRESTIMOS.
           IF  MODO-EXECUCAO
               OPEN I-O ARQ-EMPRESTIMO
           ELSE
               OPEN INPUT ARQ-EMPRESTIMO
           END-IF.
           MOVE ZEROS TO COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM ANONIMIZAR-EMPRESTIMO
                   UNTIL W-COD-ERRO-EMP NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO.

       ANONIMIZAR-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00" AND COD-LEITOR-EMP > ZEROS
               MOVE TAB-POS-ANON (COD-LEITOR-EMP) TO W-K
               IF  W-K > ZEROS
                   ADD 1 TO TABA-QTD-EMP (W-K)
                   IF  MODO-EXECUCAO
                       MOVE COD-LEITOR-EMP TO W-TOKEN-COD
                       MOVE W-TOKEN TO NOME-LEITOR
                       REWRITE REG-EMPRESTIMO
                       IF  W-COD-ERRO-EMP = "00"
                           MOVE REG-EMPRESTIMO TO W-IMAGEM-ANTES
                                                  W-IMAGEM-DEPOIS
                           MOVE "EMPRESTIMO" TO W-ARQUIVO
                           PERFORM GRAVAR-MOVIMENTO
                       ELSE
                           DISPLAY "ERRO AO ALTERAR EMPRESTIMO "
                               COD-EMPRESTIMO " - STATUS "
                               W-COD-ERRO-EMP
                           MOVE "00" TO W-COD-ERRO-EMP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-HISTORICO.
           IF  MODO-EXECUCAO
               OPEN I-O ARQ-EMPRESTIMO-HIST
           ELSE
               OPEN INPUT ARQ-EMPRESTIMO-HIST
           END-IF.
           MOVE ZEROS TO COD-EMPRESTIMO-HIST.
           START ARQ-EMPRESTIMO-HIST
               KEY IS NOT LESS THAN COD-EMPRESTIMO-HIST
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-HIST
           END-START.
           IF  W-COD-ERRO-HIST = "00"
               PERFORM ANONIMIZAR-REG-HISTORICO
                   UNTIL W-COD-ERRO-HIST NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO-HIST.

       ANONIMIZAR-REG-HISTORICO.
           *> O HISTORICO NAO E REGISTRADO NO MOVIMENTO.LOG, COMO NO
           *> EXPURGO
           READ ARQ-EMPRESTIMO-HIST NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-HIST
           END-READ.
           IF  W-COD-ERRO-HIST = "00" AND COD-LEITOR-HIST > ZEROS
               MOVE TAB-POS-ANON (COD-LEITOR-HIST) TO W-K
               IF  W-K > ZEROS
                   ADD 1 TO TABA-QTD-HIST (W-K)
                   IF  MODO-EXECUCAO
                       MOVE COD-LEITOR-HIST TO W-TOKEN-COD
                       MOVE W-TOKEN TO NOME-LEITOR-HIST
                       REWRITE REG-EMPRESTIMO-HIST
                       IF  W-COD-ERRO-HIST NOT = "00"
                           DISPLAY "ERRO AO ALTERAR HISTORICO "
                               COD-EMPRESTIMO-HIST " - STATUS "
                               W-COD-ERRO-HIST
                           MOVE "00" TO W-COD-ERRO-HIST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-RESERVAS.
           IF  MODO-EXECUCAO
               OPEN I-O ARQ-RESERVA
           ELSE
               OPEN INPUT ARQ-RESERVA
           END-IF.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM ANONIMIZAR-RESERVA
                   UNTIL W-COD-ERRO-RES NOT = "00"
           END-IF.
           CLOSE ARQ-RESERVA.

       ANONIMIZAR-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00" AND COD-LEITOR-RES > ZEROS
               MOVE TAB-POS-ANON (COD-LEITOR-RES) TO W-K
               IF  W-K > ZEROS
                   ADD 1 TO TABA-QTD-RES (W-K)
                   IF  MODO-EXECUCAO
                       MOVE COD-LEITOR-RES TO W-TOKEN-COD
                       MOVE W-TOKEN TO NOME-LEITOR-RES
                       REWRITE REG-RESERVA
                       IF  W-COD-ERRO-RES = "00"
                           MOVE REG-RESERVA TO W-IMAGEM-ANTES
                                               W-IMAGEM-DEPOIS
                           MOVE "RESERVA" TO W-ARQUIVO
                           PERFORM GRAVAR-MOVIMENTO
                       ELSE
                           DISPLAY "ERRO AO ALTERAR RESERVA "
                               COD-RESERVA " - STATUS "
                               W-COD-ERRO-RES
                           MOVE "00" TO W-COD-ERRO-RES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-MULTAS.
           IF  MODO-EXECUCAO
               OPEN I-O ARQ-MULTA
           ELSE
               OPEN INPUT ARQ-MULTA
           END-IF.
           MOVE LOW-VALUES TO CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
           IF  W-COD-ERRO-MULTA = "00"
               PERFORM ANONIMIZAR-MULTA
                   UNTIL W-COD-ERRO-MULTA NOT = "00"
           END-IF.
           CLOSE ARQ-MULTA.

       ANONIMIZAR-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-READ.
           IF  W-COD-ERRO-MULTA = "00" AND COD-LEITOR-MUL > ZEROS
               MOVE TAB-POS-ANON (COD-LEITOR-MUL) TO W-K
               IF  W-K > ZEROS
                   ADD 1 TO TABA-QTD-MULTA (W-K)
                   IF  MODO-EXECUCAO
                       MOVE COD-LEITOR-MUL TO W-TOKEN-COD
                       MOVE W-TOKEN TO NOME-LEITOR-MUL
                       REWRITE REG-MULTA
                       IF  W-COD-ERRO-MULTA = "00"
                           MOVE REG-MULTA TO W-IMAGEM-ANTES
                                             W-IMAGEM-DEPOIS
                           MOVE "MULTAS" TO W-ARQUIVO
                           PERFORM GRAVAR-MOVIMENTO
                       ELSE
                           DISPLAY "ERRO AO ALTERAR MULTA "
                               COD-EMPRESTIMO-MUL " - STATUS "
                               W-COD-ERRO-MULTA
                           MOVE "00" TO W-COD-ERRO-MULTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-CAIXA.
           IF  MODO-EXECUCAO
               OPEN I-O ARQ-CAIXA
           ELSE
               OPEN INPUT ARQ-CAIXA
           END-IF.
           MOVE ZEROS TO NUM-RECIBO-CAIXA.
           START ARQ-CAIXA KEY IS NOT LESS THAN NUM-RECIBO-CAIXA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-START.
           IF  W-COD-ERRO-CAIXA = "00"
               PERFORM ANONIMIZAR-RECIBO
                   UNTIL W-COD-ERRO-CAIXA NOT = "00"
           END-IF.
           CLOSE ARQ-CAIXA.

       ANONIMIZAR-RECIBO.
           READ ARQ-CAIXA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-READ.
           IF  W-COD-ERRO-CAIXA = "00" AND COD-LEITOR-CAIXA > ZEROS
               MOVE TAB-POS-ANON (COD-LEITOR-CAIXA) TO W-K
               IF  W-K > ZEROS
                   ADD 1 TO TABA-QTD-CAIXA (W-K)
                   IF  MODO-EXECUCAO
                       MOVE COD-LEITOR-CAIXA TO W-TOKEN-COD
                       MOVE W-TOKEN TO NOME-LEITOR-CAIXA
                       REWRITE REG-CAIXA
                       IF  W-COD-ERRO-CAIXA = "00"
                           MOVE REG-CAIXA TO W-IMAGEM-ANTES
                                             W-IMAGEM-DEPOIS
                           MOVE "CAIXA" TO W-ARQUIVO
                           PERFORM GRAVAR-MOVIMENTO
                       ELSE
                           DISPLAY "ERRO AO ALTERAR RECIBO "
                               NUM-RECIBO-CAIXA " - STATUS "
                               W-COD-ERRO-CAIXA
                           MOVE "00" TO W-COD-ERRO-CAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-LEITORES.
           IF  MODO-EXECUCAO
               OPEN I-O ARQ-LEITOR
               PERFORM ANONIMIZAR-LEITOR
                   VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-QTD-ANON
               PERFORM INICIAR-CONTAGEM-LEITOR
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 99999
               CLOSE ARQ-LEITOR
           END-IF.

       ANONIMIZAR-LEITOR.
           *> A IMAGEM "ANTES" TAMBEM SAI SEM OS DADOS PESSOAIS, POR
           *> ISSO A ANONIMIZACAO NAO PODE SER DESFEITA PELA RECUPERA
           MOVE TABA-COD-LEITOR (W-K) TO COD-LEITOR W-TOKEN-COD.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR = "00"
               MOVE W-TOKEN TO NOME-LEITOR-CAD FONE-LEITOR EMAIL-LEITOR
               MOVE SPACES  TO MATRICULA-LEITOR
               MOVE "X"     TO SITUACAO-LEITOR
               REWRITE REG-LEITOR
           END-IF.
           IF  W-COD-ERRO-LEITOR = "00"
               MOVE REG-LEITOR TO W-IMAGEM-ANTES W-IMAGEM-DEPOIS
               MOVE "LEITORES" TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
           ELSE
               DISPLAY "ERRO AO ANONIMIZAR LEITOR "
                   TABA-COD-LEITOR (W-K) " - STATUS " W-COD-ERRO-LEITOR
           END-IF.

       INICIAR-CONTAGEM-LEITOR.
           *> LEITOR SEM NENHUMA DATA: O PRAZO COMECA A CONTAR HOJE
           IF  TAB-SEM-DATA (W-I) = "S"
               MOVE W-I TO COD-LEITOR
               READ ARQ-LEITOR
               IF  W-COD-ERRO-LEITOR = "00"
                   MOVE REG-LEITOR  TO W-IMAGEM-ANTES
                   MOVE W-DATA-HOJE TO DATA-CADASTRO-LEITOR
                   REWRITE REG-LEITOR
               END-IF
               IF  W-COD-ERRO-LEITOR = "00"
                   MOVE REG-LEITOR TO W-IMAGEM-DEPOIS
                   MOVE "LEITORES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR LEITOR " COD-LEITOR
                       " - STATUS " W-COD-ERRO-LEITOR
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.
           IF  MODO-EXECUCAO
               OPEN EXTEND ARQ-ANONIMIZACAO
               PERFORM GRAVAR-REGISTRO-AUDITORIA
                   VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-QTD-ANON
               CLOSE ARQ-ANONIMIZACAO
           END-IF.

       GRAVAR-REGISTRO-AUDITORIA.
           MOVE TABA-COD-LEITOR (W-K) TO W-TOKEN-COD.
           MOVE W-DATA-HOJE           TO DATA-ANON.
           MOVE W-HORA-EMISSAO (1:6)  TO HORA-ANON.
           MOVE COD-OPERADOR          TO OPERADOR-ANON.
           MOVE TABA-COD-LEITOR (W-K) TO COD-LEITOR-ANON.
           MOVE W-TOKEN               TO TOKEN-ANON.
           MOVE TABA-ULTIMA (W-K)     TO ULTIMA-ATIV-ANON.
           MOVE TABA-QTD-EMP (W-K)    TO QTD-EMP-ANON.
           MOVE TABA-QTD-HIST (W-K)   TO QTD-HIST-ANON.
           MOVE TABA-QTD-RES (W-K)    TO QTD-RES-ANON.
           MOVE TABA-QTD-MULTA (W-K)  TO QTD-MULTA-ANON.
           MOVE TABA-QTD-CAIXA (W-K)  TO QTD-CAIXA-ANON.
           MOVE TABA-QTD-MOV (W-K)    TO QTD-MOV-ANON.
           WRITE REG-ANONIMIZACAO.
           IF  W-COD-ERRO-ANON NOT = "00"
               DISPLAY "ERRO AO GRAVAR ANONIMIZACAO.LOG - STATUS "
                   W-COD-ERRO-ANON
           END-IF.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

           *> RELATORIO - SO CODIGOS E QUANTIDADES, SEM DADOS PESSOAIS

       EMITIR-RELATORIO.
           PERFORM MONTAR-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF  MODO-SIMULACAO
               MOVE "MODO: SIMULACAO - NENHUM ARQUIVO FOI ALTERADO"
                   TO REG-RELATORIO
           ELSE
               IF  COPIA-COM-ERRO
                   MOVE "MODO: EXECUCAO - CANCELADA POR ERRO NO "
                       & "MOVIMENTO.LOG" TO REG-RELATORIO
               ELSE
                   MOVE "MODO: EXECUCAO" TO REG-RELATORIO
               END-IF
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-DATA-LIMITE TO W-DATA-X.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SEM ATIVIDADE HA "   DELIMITED BY SIZE
                  W-ANOS-INATIVIDADE    DELIMITED BY SIZE
                  " ANOS - ULTIMA ATIVIDADE ANTES DE "
                                        DELIMITED BY SIZE
                  W-DATA-ED             DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "REGISTROS ANONIMIZADOS POR ARQUIVO" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LEIT.  TOKEN          ULT.ATIV.    "
                      DELIMITED BY SIZE
                  " EMPR  HIST  RESV MULTA CAIXA   LOG"
                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM IMPRIMIR-LEITOR-ANON
               VARYING W-K FROM 1 BY 1
               UNTIL W-K > W-QTD-ANON.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-LIDOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LEITORES LIDOS:                 " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-JA-ANON TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "JA ANONIMIZADOS:                " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-PENDENTES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COM EMPRESTIMO/RESERVA/MULTA:   " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-RECENTES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COM ATIVIDADE NO PERIODO:       " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-SEM-DATA TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SEM DATA (PRAZO INICIADO HOJE): " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-EXCEDENTES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PARA A PROXIMA EXECUCAO:        " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-ANON TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SELECIONADOS:                   " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY " ".
           MOVE W-QTD-LIDOS TO W-CONTADOR-ED.
           DISPLAY "LEITORES LIDOS:                 " W-CONTADOR-ED.
           MOVE W-QTD-PENDENTES TO W-CONTADOR-ED.
           DISPLAY "COM EMPRESTIMO/RESERVA/MULTA:   " W-CONTADOR-ED.
           MOVE W-QTD-RECENTES TO W-CONTADOR-ED.
           DISPLAY "COM ATIVIDADE NO PERIODO:       " W-CONTADOR-ED.
           MOVE W-QTD-ANON TO W-CONTADOR-ED.
           IF  MODO-EXECUCAO AND NOT COPIA-COM-ERRO
               DISPLAY "LEITORES ANONIMIZADOS:          " W-CONTADOR-ED
           ELSE
               DISPLAY "LEITORES QUE SERIAM ANONIMIZADOS: "
                   W-CONTADOR-ED
           END-IF.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.

       IMPRIMIR-LEITOR-ANON.
           MOVE TABA-COD-LEITOR (W-K) TO DET-COD-LEITOR W-TOKEN-COD.
           MOVE W-TOKEN               TO DET-TOKEN.
           MOVE TABA-ULTIMA (W-K)     TO W-DATA-X.
           PERFORM FORMATAR-DATA.
           MOVE W-DATA-ED             TO DET-ULTIMA.
           MOVE TABA-QTD-EMP (W-K)    TO DET-QTD-EMP.
           MOVE TABA-QTD-HIST (W-K)   TO DET-QTD-HIST.
           MOVE TABA-QTD-RES (W-K)    TO DET-QTD-RES.
           MOVE TABA-QTD-MULTA (W-K)  TO DET-QTD-MULTA.
           MOVE TABA-QTD-CAIXA (W-K)  TO DET-QTD-CAIXA.
           MOVE TABA-QTD-MOV (W-K)    TO DET-QTD-MOV.
           MOVE W-LINHA-ANON TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       FORMATAR-DATA.
           MOVE SPACES TO W-DATA-ED.
           STRING W-DATA-X (7:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (5:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (1:4) DELIMITED BY SIZE
                  INTO W-DATA-ED.

       MONTAR-NOME-RELATORIO.
           STRING "anonimiza-"  DELIMITED BY SIZE
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
           MOVE "ANONIMIZACAO DE LEITORES INATIVOS (LGPD)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO W-QTD-LINHAS.
