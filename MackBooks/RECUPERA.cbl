       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELMOV.
                       COPY SELLIVRO.
                       COPY SELEMP.
                       COPY SELEX.
                       COPY SELRES.
                       COPY SELMULTA.
                       COPY SELCAIXA.
                       COPY SELLEITOR.
                       COPY SELCAT.
                       COPY SELCAL.
                       COPY SELOPER.
                       COPY SELREGRA.
                       COPY SELPERFIL.
                       COPY SELCONV.

                       SELECT OPTIONAL ARQ-BACKUP
                       ASSIGN TO W-NOME-BACKUP
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-BACKUP.

                       SELECT OPTIONAL ARQ-ANTERIOR
                       ASSIGN TO W-NOME-ANTERIOR
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDMOV.
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDEX.
           COPY FDRES.
           COPY FDMULTA.
           COPY FDCAIXA.
           COPY FDLEITOR.
           COPY FDCAT.
           COPY FDCAL.
           COPY FDOPER.
           COPY FDREGRA.
           COPY FDPERFIL.
           COPY FDCONV.

           FD ARQ-BACKUP.
           01 REG-BACKUP    PIC X(124).

           FD ARQ-ANTERIOR.
           01 REG-ANTERIOR  PIC X(124).

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-MOV    PIC X(2)  VALUE SPACES.
              88 FIM-MOVIMENTO            VALUE "10".
           77 W-COD-ERRO        PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EX     PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAIXA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-LEITOR PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAT    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAL    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-OPER   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REGRA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-PERFIL PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CONV   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-BACKUP PIC X(2)  VALUE SPACES.
              88 FIM-BACKUP               VALUE "10".
           77 W-COD-ERRO-ANT    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-STATUS-ALVO     PIC X(2)  VALUE SPACES.
              88 FIM-ALVO                 VALUE "10".
           77 W-PROGRAMA        PIC X(10) VALUE "RECUPERA".
           77 W-ARQUIVO         PIC X(10) VALUE SPACES.
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-IMAGEM-REGISTRO PIC X(124) VALUE SPACES.
           77 W-IMAGEM-LIDA     PIC X(124) VALUE SPACES.
           77 W-MODO            PIC X(1)  VALUE SPACE.
              88 MODO-RESTAURAR           VALUE "1".
              88 MODO-DESFAZER            VALUE "2".
              88 MODO-OK                  VALUE "1" "2" "0".
           77 W-CONFIRMA        PIC X(1)  VALUE SPACE.
              88 CONFIRMADO               VALUE "S".
              88 CONFIRMA-OK              VALUE "S" "N".
           77 W-PROSSEGUIR      PIC X(1)  VALUE "S".
              88 PROSSEGUIR               VALUE "S".
           77 W-NOME-ARQ        PIC X(10) VALUE SPACES.
           77 W-IDX-ARQ         PIC 9(2)  VALUE ZEROS.
           77 W-IDX-ALVO        PIC 9(2)  VALUE ZEROS.
           77 W-IDX-ABERTO      PIC 9(2)  VALUE ZEROS.
           77 W-QTD-ARQUIVOS    PIC 9(2)  VALUE 12.
           77 W-CHAVE-MOV       PIC X(8)  VALUE SPACES.
           77 W-DATA-BACKUP     PIC 9(8)  VALUE ZEROS.
           77 W-FILTRO-OPERADOR PIC X(8)  VALUE SPACES.
           77 W-FILTRO-PROGRAMA PIC X(10) VALUE SPACES.
           77 W-SEQ             PIC 9(7)  VALUE ZEROS.
           77 W-I               PIC 9(4)  VALUE ZEROS.
           77 W-J               PIC 9(4)  VALUE ZEROS.
           77 W-PROX-SEL        PIC 9(4)  VALUE ZEROS.
           77 W-QTD-SEL         PIC 9(4)  VALUE ZEROS.
           77 W-MAX-SEL         PIC 9(4)  VALUE 500.
           77 W-QTD-SEM-ARQUIVO PIC 9(5)  VALUE ZEROS.
           77 W-QTD-CONFLITOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-LAYOUT-ANT  PIC 9(5)  VALUE ZEROS.
           77 W-QTD-DESFEITOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-CARREGADOS  PIC 9(7)  VALUE ZEROS.
           77 W-QTD-GUARDADOS   PIC 9(7)  VALUE ZEROS.
           77 W-QTD-REAPLICADOS PIC 9(7)  VALUE ZEROS.
           77 W-QTD-ERROS       PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 W-NOME-BACKUP     PIC X(30) VALUE SPACES.
           77 W-NOME-ANTERIOR   PIC X(30) VALUE SPACES.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-DATA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.

           01 W-MOMENTO-MOV.
               02 W-DATA-MOV-X      PIC 9(8).
               02 W-HORA-MOV-X      PIC 9(6).

           01 W-MOMENTO-INI.
               02 W-DATA-INI        PIC 9(8)  VALUE ZEROS.
               02 W-HORA-INI        PIC 9(6)  VALUE ZEROS.

           01 W-MOMENTO-FIM.
               02 W-DATA-FIM        PIC 9(8)  VALUE ZEROS.
               02 W-HORA-FIM        PIC 9(6)  VALUE ZEROS.

           *> CONVERSAO DO CODIGO DO LIVRO PARA 5 DIGITOS; ZEROS
           *> QUANDO CONVERTE-LIVRO NAO FOI EXECUTADO
           01 W-MOMENTO-CONV.
               02 W-DATA-CONV       PIC 9(8)  VALUE ZEROS.
               02 W-HORA-CONV       PIC 9(6)  VALUE ZEROS.

           *> ARQUIVOS COM ALTERACOES GRAVADAS NO MOVIMENTO.LOG:
           *> NOME GRAVADO EM ARQUIVO-MOV, NOME FISICO, TAMANHO DA
           *> CHAVE, QUE FICA SEMPRE NO INICIO DO REGISTRO, E "S" NOS
           *> ARQUIVOS QUE GUARDAM O CODIGO DO LIVRO
           01 W-ARQUIVOS-LOGADOS.
               02 FILLER PIC X(23) VALUE "LIVROS    livros    05S".
               02 FILLER PIC X(23) VALUE "EMPRESTIMOemprestimo05S".
               02 FILLER PIC X(23) VALUE "EXEMPLARESexemplares06S".
               02 FILLER PIC X(23) VALUE "RESERVA   reserva   05S".
               02 FILLER PIC X(23) VALUE "MULTAS    multas    06N".
               02 FILLER PIC X(23) VALUE "CAIXA     caixa     05N".
               02 FILLER PIC X(23) VALUE "LEITORES  leitores  05N".
               02 FILLER PIC X(23) VALUE "CATEGORIA categoria 03N".
               02 FILLER PIC X(23) VALUE "CALENDARIOcalendario08N".
               02 FILLER PIC X(23) VALUE "OPERADORESoperadores08N".
               02 FILLER PIC X(23) VALUE "REGRAS    regras    01N".
               02 FILLER PIC X(23) VALUE "PERFIS    perfis    01N".

           01 W-TAB-ARQUIVOS REDEFINES W-ARQUIVOS-LOGADOS.
               02 W-ARQ-LOGADO OCCURS 12.
                   03 TAB-NOME-ARQ    PIC X(10).
                   03 TAB-BASE-ARQ    PIC X(10).
                   03 TAB-TAM-CHAVE   PIC 9(2).
                   03 TAB-COD-LIVRO   PIC X(1).
                      88 ARQ-COM-COD-LIVRO      VALUE "S".

           01 W-TAB-SELECAO.
               02 W-SELECAO OCCURS 500.
                   03 TAB-SEQ         PIC 9(7).
                   03 TAB-DATA        PIC 9(8).
                   03 TAB-HORA        PIC 9(6).
                   03 TAB-OPERADOR    PIC X(8).
                   03 TAB-PROGRAMA    PIC X(10).
                   03 TAB-OPERACAO    PIC X(1).
                   03 TAB-ARQ         PIC 9(2).
                   03 TAB-CHAVE       PIC X(8).
                   03 TAB-ANTES       PIC X(124).
                   03 TAB-DEPOIS      PIC X(124).
                   03 TAB-CONFLITO    PIC X(1).
                   03 TAB-RESULTADO   PIC X(10).

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           01 W-LINHA-MOV.
               02 DET-SEQ           PIC ZZZZZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-DATA          PIC 9(8).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-HORA          PIC 9(6).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-OPERADOR      PIC X(8).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-PROGRAMA      PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-OPERACAO      PIC X(1).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-ARQUIVO       PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-CHAVE         PIC X(8).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 DET-RESULTADO     PIC X(10).

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           PERFORM INICIALIZACAO.
           EVALUATE TRUE
               WHEN MODO-RESTAURAR
                   PERFORM RESTAURAR-ARQUIVO
                   PERFORM FINALIZACAO
               WHEN MODO-DESFAZER
                   PERFORM DESFAZER-ALTERACOES
                   PERFORM FINALIZACAO
           END-EVALUATE.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "RECUPERACAO DE ARQUIVOS PELO MOVIMENTO.LOG".
           DISPLAY " ".
           DISPLAY "1 - RESTAURAR BACKUP E REAPLICAR ALTERACOES ATE "
               "DATA/HORA".
           DISPLAY "2 - DESFAZER ALTERACOES DE UM OPERADOR OU PROGRAMA".
           DISPLAY "0 - VOLTAR".
           PERFORM RECEBER-MODO WITH TEST AFTER UNTIL MODO-OK.
           IF  MODO-RESTAURAR OR MODO-DESFAZER
               PERFORM LER-CONVERSAO
           END-IF.
           IF  MODO-RESTAURAR OR MODO-DESFAZER
               ACCEPT W-DATA-EMISSAO FROM DATE YYYYMMDD
               ACCEPT W-HORA-EMISSAO FROM TIME
               PERFORM MONTAR-NOME-RELATORIO
               OPEN OUTPUT ARQ-RELATORIO
           END-IF.

       RECEBER-MODO.
           DISPLAY "OPCAO: ".
           ACCEPT W-MODO.
           IF  NOT MODO-OK
               DISPLAY "DIGITE 1, 2 OU 0"
           END-IF.

       LER-CONVERSAO.
           *> SEM SABER QUANDO HOUVE A CONVERSAO NAO DA PARA SEPARAR
           *> BACKUP E IMAGEM NO LAYOUT ANTIGO
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
               MOVE "0" TO W-MODO
           END-IF.

       MONTAR-NOME-RELATORIO.
           STRING "recupera-"    DELIMITED BY SIZE
                  W-DATA-EMISSAO DELIMITED BY SIZE
                  ".rel"         DELIMITED BY SIZE
                  INTO W-NOME-RELATORIO.

       RECEBER-CONFIRMACAO.
           DISPLAY "CONFIRMA (S/N): ".
           ACCEPT W-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA.
           IF  NOT CONFIRMA-OK
               DISPLAY "DIGITE 'S' OU 'N'"
           END-IF.

       RESTAURAR-ARQUIVO.
           *> RESTAURA O BACKUP E REAPLICA AS IMAGENS "DEPOIS" DO LOG
           PERFORM RECEBER-ARQUIVO WITH TEST AFTER
               UNTIL W-IDX-ALVO > ZEROS.
           DISPLAY "DATA DO BACKUP (AAAAMMDD): ".
           ACCEPT W-DATA-BACKUP.
           MOVE SPACES TO W-NOME-BACKUP.
           STRING TAB-BASE-ARQ (W-IDX-ALVO) DELIMITED BY SPACE
                  "-"                       DELIMITED BY SIZE
                  W-DATA-BACKUP             DELIMITED BY SIZE
                  ".bak"                    DELIMITED BY SIZE
                  INTO W-NOME-BACKUP.
           OPEN INPUT ARQ-BACKUP.
           EVALUATE TRUE
               WHEN W-COD-ERRO-BACKUP NOT = "00"
                   DISPLAY "BACKUP " W-NOME-BACKUP " NAO ENCONTRADO - "
                       "STATUS " W-COD-ERRO-BACKUP
                   MOVE "N" TO W-PROSSEGUIR
               WHEN ARQ-COM-COD-LIVRO (W-IDX-ALVO)
                    AND W-DATA-BACKUP < W-DATA-CONV
                   DISPLAY "BACKUP ANTERIOR A CONVERSAO DO CODIGO DO "
                       "LIVRO EM " W-DATA-CONV " - LAYOUT ANTIGO"
                   MOVE "N" TO W-PROSSEGUIR
               WHEN OTHER
                   DISPLAY "REAPLICAR ALTERACOES ATE A DATA "
                       "(AAAAMMDD): "
                   ACCEPT W-DATA-FIM
                   DISPLAY "E A HORA (HHMMSS): "
                   ACCEPT W-HORA-FIM
                   IF  W-DATA-FIM < W-DATA-BACKUP
                       DISPLAY "DATA LIMITE ANTERIOR AO BACKUP"
                       MOVE "N" TO W-PROSSEGUIR
                   END-IF
           END-EVALUATE.
           IF  PROSSEGUIR
               DISPLAY "O ARQUIVO " TAB-NOME-ARQ (W-IDX-ALVO)
                   " SERA SUBSTITUIDO PELO BACKUP " W-NOME-BACKUP
               PERFORM RECEBER-CONFIRMACAO WITH TEST AFTER
                   UNTIL CONFIRMA-OK
               IF  NOT CONFIRMADO
                   MOVE "N" TO W-PROSSEGUIR
               END-IF
           END-IF.
           IF  PROSSEGUIR
               PERFORM GUARDAR-SITUACAO-ATUAL
           END-IF.
           IF  PROSSEGUIR
               PERFORM CARREGAR-BACKUP
               PERFORM REAPLICAR-ALTERACOES
           ELSE
               DISPLAY "RECUPERACAO CANCELADA - NADA FOI ALTERADO"
           END-IF.
           CLOSE ARQ-BACKUP.

       RECEBER-ARQUIVO.
           DISPLAY "ARQUIVOS: LIVROS EMPRESTIMO EXEMPLARES RESERVA "
               "MULTAS CAIXA".
           DISPLAY "          LEITORES CATEGORIA CALENDARIO OPERADORES "
               "REGRAS PERFIS".
           DISPLAY "ARQUIVO A RESTAURAR: ".
           ACCEPT W-NOME-ARQ.
           MOVE FUNCTION UPPER-CASE (W-NOME-ARQ) TO W-NOME-ARQ.
           PERFORM LOCALIZAR-ARQUIVO.
           MOVE W-IDX-ARQ TO W-IDX-ALVO.
           IF  W-IDX-ALVO = ZEROS
               DISPLAY "ARQUIVO NAO REGISTRADO NO MOVIMENTO.LOG"
           END-IF.

       GUARDAR-SITUACAO-ATUAL.
           *> COPIA DO CONTEUDO ATUAL, NO MESMO FORMATO DO BACKUP
           MOVE SPACES TO W-NOME-ANTERIOR.
           STRING TAB-BASE-ARQ (W-IDX-ALVO) DELIMITED BY SPACE
                  ".ant"                    DELIMITED BY SIZE
                  INTO W-NOME-ANTERIOR.
           OPEN OUTPUT ARQ-ANTERIOR.
           IF  W-COD-ERRO-ANT NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-ANTERIOR
                   " - STATUS " W-COD-ERRO-ANT
               MOVE "N" TO W-PROSSEGUIR
           ELSE
               MOVE W-IDX-ALVO TO W-IDX-ARQ
               PERFORM ABRIR-ALVO-ENTRADA
               PERFORM LER-PROXIMO-ALVO
               PERFORM COPIAR-REGISTRO-ATUAL UNTIL FIM-ALVO
               PERFORM FECHAR-ALVO
               CLOSE ARQ-ANTERIOR
               MOVE W-QTD-GUARDADOS TO W-CONTADOR-ED
               DISPLAY "SITUACAO ATUAL GUARDADA EM " W-NOME-ANTERIOR
                   ": " W-CONTADOR-ED " REGISTROS"
           END-IF.

       COPIAR-REGISTRO-ATUAL.
           WRITE REG-ANTERIOR FROM W-IMAGEM-LIDA.
           IF  W-COD-ERRO-ANT = "00"
               ADD 1 TO W-QTD-GUARDADOS
               PERFORM LER-PROXIMO-ALVO
           ELSE
               DISPLAY "ERRO AO GRAVAR " W-NOME-ANTERIOR
                   " - STATUS " W-COD-ERRO-ANT
               MOVE "N"  TO W-PROSSEGUIR
               MOVE "10" TO W-STATUS-ALVO
           END-IF.

       CARREGAR-BACKUP.
           MOVE W-IDX-ALVO TO W-IDX-ARQ.
           PERFORM ABRIR-ALVO-SAIDA.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM GRAVAR-REGISTRO-BACKUP UNTIL FIM-BACKUP.
           PERFORM FECHAR-ALVO.
           MOVE W-QTD-CARREGADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REGISTROS CARREGADOS DE " DELIMITED BY SIZE
                  W-NOME-BACKUP              DELIMITED BY SPACE
                  ": "                       DELIMITED BY SIZE
                  W-CONTADOR-ED              DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       LER-PROXIMO-BACKUP.
           READ ARQ-BACKUP
               AT END
                   MOVE "10" TO W-COD-ERRO-BACKUP
           END-READ.

       GRAVAR-REGISTRO-BACKUP.
           MOVE REG-BACKUP TO W-IMAGEM-REGISTRO.
           PERFORM GRAVAR-ALVO.
           IF  W-STATUS-ALVO = "00"
               ADD 1 TO W-QTD-CARREGADOS
           ELSE
               ADD 1 TO W-QTD-ERROS
               DISPLAY "ERRO AO CARREGAR REGISTRO DO BACKUP - STATUS "
                   W-STATUS-ALVO
           END-IF.
           PERFORM LER-PROXIMO-BACKUP.

       REAPLICAR-ALTERACOES.
           *> ALTERACOES DO PROPRIO DIA DO BACKUP SAO REAPLICADAS;
           *> GRAVAR A IMAGEM "DEPOIS" DE NOVO NAO MUDA O RESULTADO
           MOVE W-DATA-BACKUP TO W-DATA-INI.
           MOVE ZEROS         TO W-HORA-INI.
           *> NO DIA DA CONVERSAO, SO AS IMAGENS JA NO LAYOUT NOVO
           IF  ARQ-COM-COD-LIVRO (W-IDX-ALVO)
               AND W-MOMENTO-INI < W-MOMENTO-CONV
               MOVE W-MOMENTO-CONV TO W-MOMENTO-INI
           END-IF.
           MOVE W-IDX-ALVO    TO W-IDX-ARQ.
           PERFORM ABRIR-ALVO-IO.
           MOVE ZEROS TO W-SEQ.
           OPEN INPUT ARQ-MOVIMENTO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM REAPLICAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
           CLOSE ARQ-MOVIMENTO.
           MOVE W-IDX-ALVO TO W-IDX-ARQ.
           PERFORM FECHAR-ALVO.

       REAPLICAR-MOVIMENTO.
           PERFORM IDENTIFICAR-ARQUIVO.
           IF  W-IDX-ARQ = W-IDX-ALVO
               AND W-MOMENTO-MOV NOT < W-MOMENTO-INI
               AND W-MOMENTO-MOV NOT > W-MOMENTO-FIM
               MOVE W-IDX-ALVO TO W-IDX-ARQ
               PERFORM APLICAR-IMAGEM-DEPOIS
               PERFORM MONTAR-LINHA-MOVIMENTO
               MOVE W-LINHA-MOV TO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO.

       APLICAR-IMAGEM-DEPOIS.
           IF  MOVIMENTO-EXCLUSAO
               MOVE ANTES-MOV TO W-IMAGEM-REGISTRO
               PERFORM LER-ALVO
               IF  W-STATUS-ALVO = "00"
                   PERFORM EXCLUIR-ALVO
               ELSE
                   MOVE "00" TO W-STATUS-ALVO
               END-IF
           ELSE
               MOVE DEPOIS-MOV TO W-IMAGEM-REGISTRO
               PERFORM LER-ALVO
               IF  W-STATUS-ALVO = "00"
                   PERFORM REGRAVAR-ALVO
               ELSE
                   PERFORM GRAVAR-ALVO
               END-IF
           END-IF.
           IF  W-STATUS-ALVO = "00"
               ADD 1 TO W-QTD-REAPLICADOS
               MOVE "REAPLICADO" TO DET-RESULTADO
           ELSE
               ADD 1 TO W-QTD-ERROS
               MOVE SPACES TO DET-RESULTADO
               STRING "ERRO " DELIMITED BY SIZE
                      W-STATUS-ALVO DELIMITED BY SIZE
                      INTO DET-RESULTADO
           END-IF.

       DESFAZER-ALTERACOES.
           *> DESFAZ DA ULTIMA PARA A PRIMEIRA, SEM SOBREPOR REGISTRO
           *> ALTERADO DEPOIS DA JANELA
           PERFORM RECEBER-FILTRO WITH TEST AFTER
               UNTIL W-FILTRO-OPERADOR NOT = SPACES
                  OR W-FILTRO-PROGRAMA NOT = SPACES.
           DISPLAY "DATA INICIAL (AAAAMMDD): ".
           ACCEPT W-DATA-INI.
           DISPLAY "HORA INICIAL (HHMMSS): ".
           ACCEPT W-HORA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD): ".
           ACCEPT W-DATA-FIM.
           DISPLAY "HORA FINAL   (HHMMSS): ".
           ACCEPT W-HORA-FIM.
           PERFORM SELECIONAR-ALTERACOES.
           IF  PROSSEGUIR AND W-QTD-SEL > ZEROS
               PERFORM VERIFICAR-CONFLITOS
               PERFORM LISTAR-SELECAO
               PERFORM RECEBER-CONFIRMACAO WITH TEST AFTER
                   UNTIL CONFIRMA-OK
               IF  CONFIRMADO
                   PERFORM EXECUTAR-DESFAZER
               ELSE
                   DISPLAY "NADA FOI DESFEITO"
               END-IF
           ELSE
               IF  PROSSEGUIR
                   DISPLAY "NENHUMA ALTERACAO ENCONTRADA NA JANELA"
               END-IF
           END-IF.

       RECEBER-FILTRO.
           DISPLAY "OPERADOR (BRANCO = TODOS): ".
           ACCEPT W-FILTRO-OPERADOR.
           MOVE FUNCTION UPPER-CASE (W-FILTRO-OPERADOR)
               TO W-FILTRO-OPERADOR.
           DISPLAY "PROGRAMA (BRANCO = TODOS): ".
           ACCEPT W-FILTRO-PROGRAMA.
           MOVE FUNCTION UPPER-CASE (W-FILTRO-PROGRAMA)
               TO W-FILTRO-PROGRAMA.
           IF  W-FILTRO-OPERADOR = SPACES
               AND W-FILTRO-PROGRAMA = SPACES
               DISPLAY "INFORME O OPERADOR, O PROGRAMA OU OS DOIS"
           END-IF.

       SELECIONAR-ALTERACOES.
           MOVE ZEROS TO W-SEQ.
           OPEN INPUT ARQ-MOVIMENTO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM EXAMINAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
           CLOSE ARQ-MOVIMENTO.

       EXAMINAR-MOVIMENTO.
           IF  W-MOMENTO-MOV NOT < W-MOMENTO-INI
               AND W-MOMENTO-MOV NOT > W-MOMENTO-FIM
               AND (W-FILTRO-OPERADOR = SPACES
                    OR W-FILTRO-OPERADOR = OPERADOR-MOV)
               AND (W-FILTRO-PROGRAMA = SPACES
                    OR W-FILTRO-PROGRAMA = PROGRAMA-MOV)
               PERFORM IDENTIFICAR-ARQUIVO
               IF  W-IDX-ARQ = ZEROS
                   ADD 1 TO W-QTD-SEM-ARQUIVO
                   PERFORM MONTAR-LINHA-MOVIMENTO
                   MOVE "NAO IDENT." TO DET-RESULTADO
                   MOVE W-LINHA-MOV TO REG-RELATORIO
                   PERFORM GRAVAR-LINHA-RELATORIO
               ELSE
                   PERFORM GUARDAR-SELECAO
               END-IF
           END-IF.
           IF  NOT FIM-MOVIMENTO
               PERFORM LER-PROXIMO-MOVIMENTO
           END-IF.

       GUARDAR-SELECAO.
           IF  W-QTD-SEL = W-MAX-SEL
               DISPLAY "MAIS DE 500 ALTERACOES NA JANELA - REDUZA O "
                   "PERIODO. NADA FOI DESFEITO"
               MOVE "N"  TO W-PROSSEGUIR
               MOVE "10" TO W-COD-ERRO-MOV
           ELSE
               ADD 1 TO W-QTD-SEL
               MOVE W-SEQ         TO TAB-SEQ (W-QTD-SEL)
               MOVE DATA-MOV      TO TAB-DATA (W-QTD-SEL)
               MOVE HORA-MOV      TO TAB-HORA (W-QTD-SEL)
               MOVE OPERADOR-MOV  TO TAB-OPERADOR (W-QTD-SEL)
               MOVE PROGRAMA-MOV  TO TAB-PROGRAMA (W-QTD-SEL)
               MOVE OPERACAO-MOV  TO TAB-OPERACAO (W-QTD-SEL)
               MOVE W-IDX-ARQ     TO TAB-ARQ (W-QTD-SEL)
               MOVE W-CHAVE-MOV   TO TAB-CHAVE (W-QTD-SEL)
               MOVE ANTES-MOV     TO TAB-ANTES (W-QTD-SEL)
               MOVE DEPOIS-MOV    TO TAB-DEPOIS (W-QTD-SEL)
               MOVE "N"           TO TAB-CONFLITO (W-QTD-SEL)
               MOVE SPACES        TO TAB-RESULTADO (W-QTD-SEL)
               *> IMAGEM NO LAYOUT ANTIGO DO CODIGO DO LIVRO
               IF  ARQ-COM-COD-LIVRO (W-IDX-ARQ)
                   AND W-MOMENTO-MOV < W-MOMENTO-CONV
                   MOVE "L"       TO TAB-CONFLITO (W-QTD-SEL)
               END-IF
           END-IF.

       VERIFICAR-CONFLITOS.
           *> QUALQUER ALTERACAO NAO SELECIONADA, POSTERIOR A UMA
           *> SELECIONADA E NO MESMO REGISTRO, IMPEDE DESFAZER ESTE
           MOVE ZEROS TO W-SEQ.
           MOVE 1     TO W-PROX-SEL.
           OPEN INPUT ARQ-MOVIMENTO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM COMPARAR-POSTERIOR UNTIL FIM-MOVIMENTO.
           CLOSE ARQ-MOVIMENTO.
           PERFORM CONTAR-CONFLITO
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-SEL.

       COMPARAR-POSTERIOR.
           IF  W-PROX-SEL NOT > W-QTD-SEL
               AND W-SEQ = TAB-SEQ (W-PROX-SEL)
               ADD 1 TO W-PROX-SEL
           ELSE
               IF  W-SEQ > TAB-SEQ (1)
                   PERFORM IDENTIFICAR-ARQUIVO
                   IF  W-IDX-ARQ > ZEROS
                       PERFORM MARCAR-CONFLITO
                           VARYING W-J FROM 1 BY 1
                           UNTIL W-J > W-QTD-SEL
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO.

       MARCAR-CONFLITO.
           IF  TAB-SEQ (W-J) < W-SEQ
               AND TAB-ARQ (W-J) = W-IDX-ARQ
               AND TAB-CHAVE (W-J) = W-CHAVE-MOV
               AND TAB-CONFLITO (W-J) = "N"
               MOVE "S" TO TAB-CONFLITO (W-J)
           END-IF.

       CONTAR-CONFLITO.
           EVALUATE TAB-CONFLITO (W-I)
               WHEN "S"
                   ADD 1 TO W-QTD-CONFLITOS
                   MOVE "CONFLITO" TO TAB-RESULTADO (W-I)
               WHEN "L"
                   ADD 1 TO W-QTD-LAYOUT-ANT
                   MOVE "LAYOUT ANT" TO TAB-RESULTADO (W-I)
           END-EVALUATE.

       LISTAR-SELECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ALTERACOES DE " DELIMITED BY SIZE
                  W-DATA-INI       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-HORA-INI       DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  W-DATA-FIM       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-HORA-FIM       DELIMITED BY SIZE
                  "  OPERADOR "    DELIMITED BY SIZE
                  W-FILTRO-OPERADOR DELIMITED BY SIZE
                  " PROGRAMA "     DELIMITED BY SIZE
                  W-FILTRO-PROGRAMA DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY " ".
           DISPLAY "    SEQ DATA     HORA   OPERADOR PROGRAMA   O "
               "ARQUIVO    CHAVE    SITUACAO".
           PERFORM LISTAR-ENTRADA
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-SEL.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-SEL TO W-CONTADOR-ED.
           DISPLAY "ALTERACOES SELECIONADAS:  " W-CONTADOR-ED.
           MOVE W-QTD-CONFLITOS TO W-CONTADOR-ED.
           DISPLAY "EM CONFLITO (NAO SERAO DESFEITAS): " W-CONTADOR-ED.
           MOVE W-QTD-LAYOUT-ANT TO W-CONTADOR-ED.
           DISPLAY "ANTERIORES A CONVERSAO DO CODIGO DO LIVRO (NAO "
               "SERAO DESFEITAS): " W-CONTADOR-ED.
           MOVE W-QTD-SEM-ARQUIVO TO W-CONTADOR-ED.
           DISPLAY "SEM ARQUIVO IDENTIFICADO: " W-CONTADOR-ED.
           DISPLAY "DESFAZER AS ALTERACOES LISTADAS?".

       LISTAR-ENTRADA.
           PERFORM MONTAR-LINHA-SELECAO.
           DISPLAY W-LINHA-MOV.
           MOVE W-LINHA-MOV TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       EXECUTAR-DESFAZER.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "RESULTADO, DA ULTIMA ALTERACAO PARA A PRIMEIRA"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE ZEROS TO W-IDX-ABERTO.
           PERFORM DESFAZER-ENTRADA
               VARYING W-I FROM W-QTD-SEL BY -1 UNTIL W-I = ZEROS.
           IF  W-IDX-ABERTO > ZEROS
               MOVE W-IDX-ABERTO TO W-IDX-ARQ
               PERFORM FECHAR-ALVO
           END-IF.

       DESFAZER-ENTRADA.
           IF  TAB-CONFLITO (W-I) = "N"
               IF  TAB-ARQ (W-I) NOT = W-IDX-ABERTO
                   IF  W-IDX-ABERTO > ZEROS
                       MOVE W-IDX-ABERTO TO W-IDX-ARQ
                       PERFORM FECHAR-ALVO
                   END-IF
                   MOVE TAB-ARQ (W-I) TO W-IDX-ABERTO
                   MOVE W-IDX-ABERTO  TO W-IDX-ARQ
                   PERFORM ABRIR-ALVO-IO
               END-IF
               MOVE W-IDX-ABERTO TO W-IDX-ARQ
               EVALUATE TAB-OPERACAO (W-I)
                   WHEN "I"
                       PERFORM DESFAZER-INCLUSAO
                   WHEN "A"
                       PERFORM DESFAZER-ALTERACAO
                   WHEN "E"
                       PERFORM DESFAZER-EXCLUSAO
               END-EVALUATE
           END-IF.
           PERFORM MONTAR-LINHA-SELECAO.
           MOVE W-LINHA-MOV TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       DESFAZER-INCLUSAO.
           MOVE TAB-DEPOIS (W-I) TO W-IMAGEM-REGISTRO.
           PERFORM LER-ALVO.
           IF  W-STATUS-ALVO = "00"
               PERFORM EXCLUIR-ALVO
               MOVE W-IMAGEM-LIDA TO W-IMAGEM-ANTES
               MOVE SPACES        TO W-IMAGEM-DEPOIS
               MOVE "E"           TO W-OPERACAO
               PERFORM CONCLUIR-DESFAZER
           ELSE
               MOVE "NAO EXISTE" TO TAB-RESULTADO (W-I)
           END-IF.

       DESFAZER-ALTERACAO.
           MOVE TAB-ANTES (W-I) TO W-IMAGEM-REGISTRO.
           PERFORM LER-ALVO.
           IF  W-STATUS-ALVO = "00"
               MOVE W-IMAGEM-LIDA TO W-IMAGEM-ANTES
               MOVE "A"           TO W-OPERACAO
               PERFORM REGRAVAR-ALVO
           ELSE
               MOVE SPACES        TO W-IMAGEM-ANTES
               MOVE "I"           TO W-OPERACAO
               PERFORM GRAVAR-ALVO
           END-IF.
           MOVE TAB-ANTES (W-I) TO W-IMAGEM-DEPOIS.
           PERFORM CONCLUIR-DESFAZER.

       DESFAZER-EXCLUSAO.
           MOVE TAB-ANTES (W-I) TO W-IMAGEM-REGISTRO.
           PERFORM LER-ALVO.
           IF  W-STATUS-ALVO = "00"
               MOVE "JA EXISTE" TO TAB-RESULTADO (W-I)
           ELSE
               MOVE TAB-ANTES (W-I) TO W-IMAGEM-REGISTRO
               PERFORM GRAVAR-ALVO
               MOVE SPACES          TO W-IMAGEM-ANTES
               MOVE TAB-ANTES (W-I) TO W-IMAGEM-DEPOIS
               MOVE "I"             TO W-OPERACAO
               PERFORM CONCLUIR-DESFAZER
           END-IF.

       CONCLUIR-DESFAZER.
           IF  W-STATUS-ALVO = "00"
               ADD 1 TO W-QTD-DESFEITOS
               MOVE "DESFEITO" TO TAB-RESULTADO (W-I)
               MOVE TAB-NOME-ARQ (W-IDX-ARQ) TO W-ARQUIVO
               CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA
                                      W-OPERACAO W-IMAGEM-ANTES
                                      W-IMAGEM-DEPOIS W-ARQUIVO
           ELSE
               ADD 1 TO W-QTD-ERROS
               MOVE SPACES TO TAB-RESULTADO (W-I)
               STRING "ERRO " DELIMITED BY SIZE
                      W-STATUS-ALVO DELIMITED BY SIZE
                      INTO TAB-RESULTADO (W-I)
           END-IF.

       LER-PROXIMO-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END
                   MOVE "10" TO W-COD-ERRO-MOV
           END-READ.
           IF  NOT FIM-MOVIMENTO
               ADD 1 TO W-SEQ
               MOVE DATA-MOV TO W-DATA-MOV-X
               MOVE HORA-MOV TO W-HORA-MOV-X
           END-IF.

       IDENTIFICAR-ARQUIVO.
           *> REGISTRO GRAVADO ANTES DE EXISTIR ARQUIVO-MOV: SO DA PARA
           *> SABER O ARQUIVO QUANDO O PROGRAMA ALTERA UM ARQUIVO SO
           MOVE ARQUIVO-MOV TO W-NOME-ARQ.
           IF  W-NOME-ARQ = SPACES
               EVALUATE PROGRAMA-MOV
                   WHEN "CADASTRO"
                   WHEN "ALTERACAO"
                   WHEN "EXCLUSAO"
                       MOVE "LIVROS"     TO W-NOME-ARQ
                   WHEN "RENOVACAO"
                       MOVE "EMPRESTIMO" TO W-NOME-ARQ
                   WHEN "EXEMPLAR"
                   WHEN "INVENTARIO"
                       MOVE "EXEMPLARES" TO W-NOME-ARQ
                   WHEN "RESERVA"
                   WHEN "EXPIRACAO"
                       MOVE "RESERVA"    TO W-NOME-ARQ
                   WHEN "LEITORES"
                   WHEN "SUSPENSAO"
                       MOVE "LEITORES"   TO W-NOME-ARQ
                   WHEN "CATEGORIA"
                       MOVE "CATEGORIA"  TO W-NOME-ARQ
                   WHEN "CALENDARIO"
                       MOVE "CALENDARIO" TO W-NOME-ARQ
                   WHEN "OPERADORES"
                       MOVE "OPERADORES" TO W-NOME-ARQ
                   WHEN "PARAMETROS"
                       MOVE "REGRAS"     TO W-NOME-ARQ
                   WHEN "PERFIS"
                       MOVE "PERFIS"     TO W-NOME-ARQ
               END-EVALUATE
           END-IF.
           PERFORM LOCALIZAR-ARQUIVO.
           MOVE SPACES TO W-CHAVE-MOV.
           IF  W-IDX-ARQ > ZEROS
               IF  MOVIMENTO-EXCLUSAO
                   MOVE ANTES-MOV (1:TAB-TAM-CHAVE (W-IDX-ARQ))
                       TO W-CHAVE-MOV
               ELSE
                   MOVE DEPOIS-MOV (1:TAB-TAM-CHAVE (W-IDX-ARQ))
                       TO W-CHAVE-MOV
               END-IF
           END-IF.

       LOCALIZAR-ARQUIVO.
           MOVE ZEROS TO W-IDX-ARQ.
           PERFORM COMPARAR-ARQUIVO
               VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-QTD-ARQUIVOS OR W-IDX-ARQ > ZEROS.

       COMPARAR-ARQUIVO.
           IF  W-NOME-ARQ NOT = SPACES
               AND TAB-NOME-ARQ (W-J) = W-NOME-ARQ
               MOVE W-J TO W-IDX-ARQ
           END-IF.

       MONTAR-LINHA-MOVIMENTO.
           MOVE W-SEQ        TO DET-SEQ.
           MOVE DATA-MOV     TO DET-DATA.
           MOVE HORA-MOV     TO DET-HORA.
           MOVE OPERADOR-MOV TO DET-OPERADOR.
           MOVE PROGRAMA-MOV TO DET-PROGRAMA.
           MOVE OPERACAO-MOV TO DET-OPERACAO.
           MOVE W-NOME-ARQ   TO DET-ARQUIVO.
           MOVE W-CHAVE-MOV  TO DET-CHAVE.

       MONTAR-LINHA-SELECAO.
           MOVE TAB-SEQ (W-I)       TO DET-SEQ.
           MOVE TAB-DATA (W-I)      TO DET-DATA.
           MOVE TAB-HORA (W-I)      TO DET-HORA.
           MOVE TAB-OPERADOR (W-I)  TO DET-OPERADOR.
           MOVE TAB-PROGRAMA (W-I)  TO DET-PROGRAMA.
           MOVE TAB-OPERACAO (W-I)  TO DET-OPERACAO.
           MOVE TAB-NOME-ARQ (TAB-ARQ (W-I)) TO DET-ARQUIVO.
           MOVE TAB-CHAVE (W-I)     TO DET-CHAVE.
           MOVE TAB-RESULTADO (W-I) TO DET-RESULTADO.

       ABRIR-ALVO-IO.
           *> ARQUIVO ALVO INDICADO POR W-IDX-ARQ
           EVALUATE W-IDX-ARQ
               WHEN 1  OPEN I-O ARQ-LIVRO
               WHEN 2  OPEN I-O ARQ-EMPRESTIMO
               WHEN 3  OPEN I-O ARQ-EXEMPLAR
               WHEN 4  OPEN I-O ARQ-RESERVA
               WHEN 5  OPEN I-O ARQ-MULTA
               WHEN 6  OPEN I-O ARQ-CAIXA
               WHEN 7  OPEN I-O ARQ-LEITOR
               WHEN 8  OPEN I-O ARQ-CATEGORIA
               WHEN 9  OPEN I-O ARQ-CALENDARIO
               WHEN 10 OPEN I-O ARQ-OPERADOR
               WHEN 11 OPEN I-O ARQ-REGRA
               WHEN 12 OPEN I-O ARQ-PERFIL
           END-EVALUATE.

       ABRIR-ALVO-SAIDA.
           EVALUATE W-IDX-ARQ
               WHEN 1  OPEN OUTPUT ARQ-LIVRO
               WHEN 2  OPEN OUTPUT ARQ-EMPRESTIMO
               WHEN 3  OPEN OUTPUT ARQ-EXEMPLAR
               WHEN 4  OPEN OUTPUT ARQ-RESERVA
               WHEN 5  OPEN OUTPUT ARQ-MULTA
               WHEN 6  OPEN OUTPUT ARQ-CAIXA
               WHEN 7  OPEN OUTPUT ARQ-LEITOR
               WHEN 8  OPEN OUTPUT ARQ-CATEGORIA
               WHEN 9  OPEN OUTPUT ARQ-CALENDARIO
               WHEN 10 OPEN OUTPUT ARQ-OPERADOR
               WHEN 11 OPEN OUTPUT ARQ-REGRA
               WHEN 12 OPEN OUTPUT ARQ-PERFIL
           END-EVALUATE.

       ABRIR-ALVO-ENTRADA.
           EVALUATE W-IDX-ARQ
               WHEN 1  OPEN INPUT ARQ-LIVRO
               WHEN 2  OPEN INPUT ARQ-EMPRESTIMO
               WHEN 3  OPEN INPUT ARQ-EXEMPLAR
               WHEN 4  OPEN INPUT ARQ-RESERVA
               WHEN 5  OPEN INPUT ARQ-MULTA
               WHEN 6  OPEN INPUT ARQ-CAIXA
               WHEN 7  OPEN INPUT ARQ-LEITOR
               WHEN 8  OPEN INPUT ARQ-CATEGORIA
               WHEN 9  OPEN INPUT ARQ-CALENDARIO
               WHEN 10 OPEN INPUT ARQ-OPERADOR
               WHEN 11 OPEN INPUT ARQ-REGRA
               WHEN 12 OPEN INPUT ARQ-PERFIL
           END-EVALUATE.

       FECHAR-ALVO.
           EVALUATE W-IDX-ARQ
               WHEN 1  CLOSE ARQ-LIVRO
               WHEN 2  CLOSE ARQ-EMPRESTIMO
               WHEN 3  CLOSE ARQ-EXEMPLAR
               WHEN 4  CLOSE ARQ-RESERVA
               WHEN 5  CLOSE ARQ-MULTA
               WHEN 6  CLOSE ARQ-CAIXA
               WHEN 7  CLOSE ARQ-LEITOR
               WHEN 8  CLOSE ARQ-CATEGORIA
               WHEN 9  CLOSE ARQ-CALENDARIO
               WHEN 10 CLOSE ARQ-OPERADOR
               WHEN 11 CLOSE ARQ-REGRA
               WHEN 12 CLOSE ARQ-PERFIL
           END-EVALUATE.

       LER-ALVO.
           *> LE PELA CHAVE CONTIDA EM W-IMAGEM-REGISTRO
           MOVE SPACES TO W-IMAGEM-LIDA.
           EVALUATE W-IDX-ARQ
               WHEN 1
                   MOVE W-IMAGEM-REGISTRO TO REG-LIVRO
                   READ ARQ-LIVRO
                   MOVE REG-LIVRO         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO        TO W-STATUS-ALVO
               WHEN 2
                   MOVE W-IMAGEM-REGISTRO TO REG-EMPRESTIMO
                   READ ARQ-EMPRESTIMO
                   MOVE REG-EMPRESTIMO    TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-EMP    TO W-STATUS-ALVO
               WHEN 3
                   MOVE W-IMAGEM-REGISTRO TO REG-EXEMPLAR
                   READ ARQ-EXEMPLAR
                   MOVE REG-EXEMPLAR      TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-EX     TO W-STATUS-ALVO
               WHEN 4
                   MOVE W-IMAGEM-REGISTRO TO REG-RESERVA
                   READ ARQ-RESERVA
                   MOVE REG-RESERVA       TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-RES    TO W-STATUS-ALVO
               WHEN 5
                   MOVE W-IMAGEM-REGISTRO TO REG-MULTA
                   READ ARQ-MULTA
                   MOVE REG-MULTA         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-MULTA  TO W-STATUS-ALVO
               WHEN 6
                   MOVE W-IMAGEM-REGISTRO TO REG-CAIXA
                   READ ARQ-CAIXA
                   MOVE REG-CAIXA         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-CAIXA  TO W-STATUS-ALVO
               WHEN 7
                   MOVE W-IMAGEM-REGISTRO TO REG-LEITOR
                   READ ARQ-LEITOR
                   MOVE REG-LEITOR        TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-LEITOR TO W-STATUS-ALVO
               WHEN 8
                   MOVE W-IMAGEM-REGISTRO TO REG-CATEGORIA
                   READ ARQ-CATEGORIA
                   MOVE REG-CATEGORIA     TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-CAT    TO W-STATUS-ALVO
               WHEN 9
                   MOVE W-IMAGEM-REGISTRO TO REG-CALENDARIO
                   READ ARQ-CALENDARIO
                   MOVE REG-CALENDARIO    TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-CAL    TO W-STATUS-ALVO
               WHEN 10
                   MOVE W-IMAGEM-REGISTRO TO REG-OPERADOR
                   READ ARQ-OPERADOR
                   MOVE REG-OPERADOR      TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-OPER   TO W-STATUS-ALVO
               WHEN 11
                   MOVE W-IMAGEM-REGISTRO TO REG-REGRA
                   READ ARQ-REGRA
                   MOVE REG-REGRA         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-REGRA  TO W-STATUS-ALVO
               WHEN 12
                   MOVE W-IMAGEM-REGISTRO TO REG-PERFIL
                   READ ARQ-PERFIL
                   MOVE REG-PERFIL        TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-PERFIL TO W-STATUS-ALVO
           END-EVALUATE.

       LER-PROXIMO-ALVO.
           MOVE SPACES TO W-IMAGEM-LIDA.
           EVALUATE W-IDX-ARQ
               WHEN 1
                   READ ARQ-LIVRO NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO
                   END-READ
                   MOVE REG-LIVRO         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO        TO W-STATUS-ALVO
               WHEN 2
                   READ ARQ-EMPRESTIMO NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-EMP
                   END-READ
                   MOVE REG-EMPRESTIMO    TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-EMP    TO W-STATUS-ALVO
               WHEN 3
                   READ ARQ-EXEMPLAR NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-EX
                   END-READ
                   MOVE REG-EXEMPLAR      TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-EX     TO W-STATUS-ALVO
               WHEN 4
                   READ ARQ-RESERVA NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-RES
                   END-READ
                   MOVE REG-RESERVA       TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-RES    TO W-STATUS-ALVO
               WHEN 5
                   READ ARQ-MULTA NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-MULTA
                   END-READ
                   MOVE REG-MULTA         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-MULTA  TO W-STATUS-ALVO
               WHEN 6
                   READ ARQ-CAIXA NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-CAIXA
                   END-READ
                   MOVE REG-CAIXA         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-CAIXA  TO W-STATUS-ALVO
               WHEN 7
                   READ ARQ-LEITOR NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-LEITOR
                   END-READ
                   MOVE REG-LEITOR        TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-LEITOR TO W-STATUS-ALVO
               WHEN 8
                   READ ARQ-CATEGORIA NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-CAT
                   END-READ
                   MOVE REG-CATEGORIA     TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-CAT    TO W-STATUS-ALVO
               WHEN 9
                   READ ARQ-CALENDARIO NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-CAL
                   END-READ
                   MOVE REG-CALENDARIO    TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-CAL    TO W-STATUS-ALVO
               WHEN 10
                   READ ARQ-OPERADOR NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-OPER
                   END-READ
                   MOVE REG-OPERADOR      TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-OPER   TO W-STATUS-ALVO
               WHEN 11
                   READ ARQ-REGRA NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-REGRA
                   END-READ
                   MOVE REG-REGRA         TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-REGRA  TO W-STATUS-ALVO
               WHEN 12
                   READ ARQ-PERFIL NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-PERFIL
                   END-READ
                   MOVE REG-PERFIL        TO W-IMAGEM-LIDA
                   MOVE W-COD-ERRO-PERFIL TO W-STATUS-ALVO
           END-EVALUATE.
           IF  W-STATUS-ALVO NOT = "00"
               MOVE "10" TO W-STATUS-ALVO
           END-IF.

       GRAVAR-ALVO.
           EVALUATE W-IDX-ARQ
               WHEN 1
                   WRITE REG-LIVRO FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO        TO W-STATUS-ALVO
               WHEN 2
                   WRITE REG-EMPRESTIMO FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-EMP    TO W-STATUS-ALVO
               WHEN 3
                   WRITE REG-EXEMPLAR FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-EX     TO W-STATUS-ALVO
               WHEN 4
                   WRITE REG-RESERVA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-RES    TO W-STATUS-ALVO
               WHEN 5
                   WRITE REG-MULTA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-MULTA  TO W-STATUS-ALVO
               WHEN 6
                   WRITE REG-CAIXA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-CAIXA  TO W-STATUS-ALVO
               WHEN 7
                   WRITE REG-LEITOR FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-LEITOR TO W-STATUS-ALVO
               WHEN 8
                   WRITE REG-CATEGORIA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-CAT    TO W-STATUS-ALVO
               WHEN 9
                   WRITE REG-CALENDARIO FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-CAL    TO W-STATUS-ALVO
               WHEN 10
                   WRITE REG-OPERADOR FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-OPER   TO W-STATUS-ALVO
               WHEN 11
                   WRITE REG-REGRA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-REGRA  TO W-STATUS-ALVO
               WHEN 12
                   WRITE REG-PERFIL FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-PERFIL TO W-STATUS-ALVO
           END-EVALUATE.

       REGRAVAR-ALVO.
           EVALUATE W-IDX-ARQ
               WHEN 1
                   REWRITE REG-LIVRO FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO        TO W-STATUS-ALVO
               WHEN 2
                   REWRITE REG-EMPRESTIMO FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-EMP    TO W-STATUS-ALVO
               WHEN 3
                   REWRITE REG-EXEMPLAR FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-EX     TO W-STATUS-ALVO
               WHEN 4
                   REWRITE REG-RESERVA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-RES    TO W-STATUS-ALVO
               WHEN 5
                   REWRITE REG-MULTA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-MULTA  TO W-STATUS-ALVO
               WHEN 6
                   REWRITE REG-CAIXA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-CAIXA  TO W-STATUS-ALVO
               WHEN 7
                   REWRITE REG-LEITOR FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-LEITOR TO W-STATUS-ALVO
               WHEN 8
                   REWRITE REG-CATEGORIA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-CAT    TO W-STATUS-ALVO
               WHEN 9
                   REWRITE REG-CALENDARIO FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-CAL    TO W-STATUS-ALVO
               WHEN 10
                   REWRITE REG-OPERADOR FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-OPER   TO W-STATUS-ALVO
               WHEN 11
                   REWRITE REG-REGRA FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-REGRA  TO W-STATUS-ALVO
               WHEN 12
                   REWRITE REG-PERFIL FROM W-IMAGEM-REGISTRO
                   MOVE W-COD-ERRO-PERFIL TO W-STATUS-ALVO
           END-EVALUATE.

       EXCLUIR-ALVO.
           *> O REGISTRO ACABOU DE SER LIDO POR LER-ALVO
           EVALUATE W-IDX-ARQ
               WHEN 1
                   DELETE ARQ-LIVRO RECORD
                   MOVE W-COD-ERRO        TO W-STATUS-ALVO
               WHEN 2
                   DELETE ARQ-EMPRESTIMO RECORD
                   MOVE W-COD-ERRO-EMP    TO W-STATUS-ALVO
               WHEN 3
                   DELETE ARQ-EXEMPLAR RECORD
                   MOVE W-COD-ERRO-EX     TO W-STATUS-ALVO
               WHEN 4
                   DELETE ARQ-RESERVA RECORD
                   MOVE W-COD-ERRO-RES    TO W-STATUS-ALVO
               WHEN 5
                   DELETE ARQ-MULTA RECORD
                   MOVE W-COD-ERRO-MULTA  TO W-STATUS-ALVO
               WHEN 6
                   DELETE ARQ-CAIXA RECORD
                   MOVE W-COD-ERRO-CAIXA  TO W-STATUS-ALVO
               WHEN 7
                   DELETE ARQ-LEITOR RECORD
                   MOVE W-COD-ERRO-LEITOR TO W-STATUS-ALVO
               WHEN 8
                   DELETE ARQ-CATEGORIA RECORD
                   MOVE W-COD-ERRO-CAT    TO W-STATUS-ALVO
               WHEN 9
                   DELETE ARQ-CALENDARIO RECORD
                   MOVE W-COD-ERRO-CAL    TO W-STATUS-ALVO
               WHEN 10
                   DELETE ARQ-OPERADOR RECORD
                   MOVE W-COD-ERRO-OPER   TO W-STATUS-ALVO
               WHEN 11
                   DELETE ARQ-REGRA RECORD
                   MOVE W-COD-ERRO-REGRA  TO W-STATUS-ALVO
               WHEN 12
                   DELETE ARQ-PERFIL RECORD
                   MOVE W-COD-ERRO-PERFIL TO W-STATUS-ALVO
           END-EVALUATE.

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
           MOVE "RECUPERACAO DE ARQUIVOS PELO MOVIMENTO.LOG"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "    SEQ DATA     HORA   OPERADOR PROGRAMA   O "
                      DELIMITED BY SIZE
                  "ARQUIVO    CHAVE    SITUACAO" DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 4 TO W-QTD-LINHAS.

       FINALIZACAO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY " ".
           IF  MODO-RESTAURAR
               MOVE W-QTD-CARREGADOS TO W-CONTADOR-ED
               DISPLAY "REGISTROS DO BACKUP:       " W-CONTADOR-ED
               MOVE W-QTD-REAPLICADOS TO W-CONTADOR-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "ALTERACOES REAPLICADAS:    " DELIMITED BY SIZE
                      W-CONTADOR-ED                 DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "ALTERACOES REAPLICADAS:    " W-CONTADOR-ED
           ELSE
               MOVE W-QTD-DESFEITOS TO W-CONTADOR-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "ALTERACOES DESFEITAS:      " DELIMITED BY SIZE
                      W-CONTADOR-ED                 DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "ALTERACOES DESFEITAS:      " W-CONTADOR-ED
               MOVE W-QTD-CONFLITOS TO W-CONTADOR-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "CONFLITOS NAO DESFEITOS:   " DELIMITED BY SIZE
                      W-CONTADOR-ED                 DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "CONFLITOS NAO DESFEITOS:   " W-CONTADOR-ED
               MOVE W-QTD-LAYOUT-ANT TO W-CONTADOR-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "LAYOUT ANTIGO DO LIVRO:    " DELIMITED BY SIZE
                      W-CONTADOR-ED                 DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "LAYOUT ANTIGO DO LIVRO:    " W-CONTADOR-ED
           END-IF.
           MOVE W-QTD-ERROS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ERROS DE GRAVACAO:         " DELIMITED BY SIZE
                  W-CONTADOR-ED                 DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY "ERROS DE GRAVACAO:         " W-CONTADOR-ED.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.
           CLOSE ARQ-RELATORIO.
