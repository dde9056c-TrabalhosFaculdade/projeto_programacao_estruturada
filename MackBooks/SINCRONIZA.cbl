       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCRONIZA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELLEITOR.
                       COPY SELEMP.
                       COPY SELMULTA.

                       SELECT OPTIONAL ARQ-MATRICULAS
                       ASSIGN TO "matriculas.dat"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-MATR.

                       SELECT ARQ-TRABALHO
                       ASSIGN TO "sincroniza.tmp"
                       ORGANIZATION INDEXED
                       RECORD KEY IS MATRICULA-TRAB
                       ACCESS DYNAMIC
                       FILE STATUS IS W-COD-ERRO-TRAB.

                       SELECT ARQ-EMAILS
                       ASSIGN TO "sincroniza-email.tmp"
                       ORGANIZATION INDEXED
                       RECORD KEY IS EMAIL-TRAB
                       ACCESS DYNAMIC
                       FILE STATUS IS W-COD-ERRO-EMAIL.

                       SELECT OPTIONAL ARQ-REJEITADOS
                       ASSIGN TO "sincroniza-rejeitados.log"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REJ.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDLEITOR.
           COPY FDEMP.
           COPY FDMULTA.

           *> EXTRATO DA SECRETARIA ACADEMICA. SITUACAO M = MATRICULADO;
           *> T (TRANCADO), F (FORMADO) E C (CANCELADO) DESATIVAM O
           *> LEITOR
           FD ARQ-MATRICULAS.
           01 REG-MATRICULA.
               02 MATRICULA-MATR   PIC X(10).
               02 NOME-MATR        PIC X(40).
               02 EMAIL-MATR       PIC X(40).
               02 FONE-MATR        PIC X(15).
               02 SITUACAO-MATR    PIC X(1).
                   88 ALUNO-MATRICULADO     VALUE "M".
                   88 SITUACAO-MATR-OK      VALUE "M" "T" "F" "C".

           *> LEITORES COM MATRICULA, PELA MATRICULA. VISTO-TRAB MARCA
           *> OS QUE CONSTAM DO EXTRATO
           FD ARQ-TRABALHO.
           01 REG-TRABALHO.
               02 MATRICULA-TRAB   PIC X(10).
               02 COD-LEITOR-TRAB  PIC 9(5).
               02 VISTO-TRAB       PIC X(1).
                   88 MATRICULA-VISTA       VALUE "S".

           *> LEITORES AINDA SEM MATRICULA, PELO E-MAIL EM MAIUSCULAS
           FD ARQ-EMAILS.
           01 REG-EMAIL.
               02 EMAIL-TRAB       PIC X(40).
               02 COD-LEITOR-EMAIL PIC 9(5).
               02 SITUACAO-EMAIL   PIC X(1).
                   88 EMAIL-UNICO           VALUE "U".
                   88 EMAIL-REPETIDO        VALUE "R".
                   88 EMAIL-VINCULADO       VALUE "V".

           FD ARQ-REJEITADOS.
           01 REG-REJEITADO.
               02 LINHA-REJEITADA  PIC X(106).
               02 FILLER           PIC X(3).
               02 MOTIVO-REJEITADO PIC X(40).

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-LEITOR PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MATR   PIC X(2)  VALUE SPACES.
              88 FIM-MATRICULAS           VALUE "10".
           77 W-COD-ERRO-TRAB   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMAIL  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REJ    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 CONF              PIC X(1)  VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 W-MOTIVO          PIC X(40) VALUE SPACES.
           77 W-ACAO            PIC X(10) VALUE SPACES.
           77 W-ALTEROU         PIC X(1)  VALUE "N".
              88 LEITOR-ALTERADO          VALUE "S".
           77 W-EMAIL-ACHADO    PIC X(1)  VALUE "N".
              88 EMAIL-ACHADO             VALUE "S".
              88 EMAIL-AMBIGUO            VALUE "R".
           77 W-VINCULAR        PIC X(1)  VALUE "N".
              88 VINCULANDO               VALUE "S".
           77 W-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-I               PIC 9(6)  VALUE ZEROS.
           77 W-K               PIC 9(4)  VALUE ZEROS.
           77 W-QTD-LIDOS       PIC 9(5)  VALUE ZEROS.
           77 W-QTD-REJEITADOS  PIC 9(5)  VALUE ZEROS.
           77 W-QTD-INCLUIDOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-ALTERADOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-VINCULADOS  PIC 9(5)  VALUE ZEROS.
           77 W-QTD-REATIVADOS  PIC 9(5)  VALUE ZEROS.
           77 W-QTD-DESATIVADOS PIC 9(5)  VALUE ZEROS.
           77 W-QTD-AUSENTES    PIC 9(5)  VALUE ZEROS.
           77 W-QTD-SEM-MUDANCA PIC 9(5)  VALUE ZEROS.
           77 W-QTD-IGNORADOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-ACOMP       PIC 9(4)  VALUE ZEROS.
           77 W-LIMITE-ACOMP    PIC 9(4)  VALUE 5000.
           77 W-CONTADOR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.
           77 W-LINHA-PENDENTE  PIC X(80) VALUE SPACES.
           77 W-PROGRAMA        PIC X(10) VALUE "SINCRONIZA".
           77 W-ARQUIVO         PIC X(10) VALUE "LEITORES".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-SERIE-LEITOR    PIC X(10) VALUE "LEITOR".
           77 W-ACAO-SEQ        PIC X(1)  VALUE SPACE.
           77 W-NUMERO-SEQ      PIC 9(5)  VALUE ZEROS.
           77 W-RET-SEQ         PIC X(2)  VALUE SPACES.
           77 W-RET-DELETE      PIC S9(9) COMP-5 VALUE ZERO.

           *> LINHA DO LOG DE REJEITADOS, MONTADA FORA DO REGISTRO DO
           *> EXTRATO, QUE GUARDA A LINHA JA LIDA
           01 W-REG-REJEITADO.
               02 W-LINHA-REJEITADA.
                   03 W-MATRICULA-REJ  PIC X(10).
                   03 W-NOME-REJ       PIC X(40).
                   03 FILLER           PIC X(56).
               02 FILLER            PIC X(3).
               02 W-MOTIVO-REJEITADO PIC X(40).

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           *> EMPRESTIMOS ATIVOS E MULTAS EM ABERTO, PELO CODIGO DO
           *> LEITOR
           01 W-TAB-PENDENCIAS.
               02 W-PENDENCIA OCCURS 99999.
                   03 TAB-QTD-EMP     PIC 9(3).
                   03 TAB-QTD-MULTA   PIC 9(3).
                   03 TAB-VALOR-MULTA PIC 9(7)V99.

           *> DESATIVADOS COM EMPRESTIMO OU MULTA, PARA ACOMPANHAMENTO
           01 W-TAB-ACOMP.
               02 W-ACOMP OCCURS 5000.
                   03 TABA-COD-LEITOR PIC 9(5).
                   03 TABA-MATRICULA  PIC X(10).
                   03 TABA-NOME       PIC X(40).

           01 W-LINHA-DETALHE.
               02 DET-ACAO          PIC X(10).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-COD-LEITOR    PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-MATRICULA     PIC X(10).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-NOME-LEITOR   PIC X(40).

           01 W-LINHA-ACOMP.
               02 ACP-COD-LEITOR    PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 ACP-MATRICULA     PIC X(10).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 ACP-NOME-LEITOR   PIC X(30).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 ACP-QTD-EMP       PIC ZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 ACP-QTD-MULTA     PIC ZZ9.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 ACP-VALOR-MULTA   PIC Z.ZZZ.ZZ9,99.

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           PERFORM INICIALIZACAO.
           IF  CONF = "S"
               PERFORM CARREGAR-PENDENCIAS
               PERFORM CARREGAR-MATRICULAS
               PERFORM ABRIR-ARQUIVOS
               PERFORM PROCESSAMENTO UNTIL FIM-MATRICULAS
               PERFORM DESATIVAR-AUSENTES
               PERFORM FINALIZACAO
           END-IF.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "SINCRONIZACAO DE LEITORES COM A SECRETARIA".
           DISPLAY " ".
           DISPLAY "ARQUIVO DE ENTRADA: MATRICULAS.DAT".
           MOVE SPACE TO CONF.
           PERFORM RECEBER-CONFIRMACAO UNTIL CONF-OK.
           IF  CONF = "N"
               DISPLAY "SINCRONIZACAO CANCELADA"
           ELSE
               *> SEM EXTRATO, A AUSENCIA DESATIVARIA TODOS OS ALUNOS
               OPEN INPUT ARQ-MATRICULAS
               PERFORM LER-PROXIMA-MATRICULA
               IF  FIM-MATRICULAS
                   DISPLAY "MATRICULAS.DAT VAZIO OU INEXISTENTE - "
                       "SINCRONIZACAO CANCELADA"
                   CLOSE ARQ-MATRICULAS
                   MOVE "N" TO CONF
               END-IF
           END-IF.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-EMISSAO FROM TIME.

       RECEBER-CONFIRMACAO.
           DISPLAY "CONFIRMA SINCRONIZACAO? (S/N): ".
           ACCEPT CONF.
           MOVE FUNCTION UPPER-CASE (CONF) TO CONF.

       CARREGAR-PENDENCIAS.
           PERFORM LIMPAR-PENDENCIA
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > 99999.
           OPEN INPUT ARQ-EMPRESTIMO.
           MOVE ZEROS TO COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM CONTAR-EMPRESTIMO
                   UNTIL W-COD-ERRO-EMP NOT = "00"
           END-IF.
           CLOSE ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-MULTA.
           MOVE LOW-VALUES TO CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
           IF  W-COD-ERRO-MULTA = "00"
               PERFORM CONTAR-MULTA
                   UNTIL W-COD-ERRO-MULTA NOT = "00"
           END-IF.
           CLOSE ARQ-MULTA.

       LIMPAR-PENDENCIA.
           MOVE ZEROS TO TAB-QTD-EMP (W-I) TAB-QTD-MULTA (W-I)
                         TAB-VALOR-MULTA (W-I).

       CONTAR-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-EMP
           END-READ.
           IF  W-COD-ERRO-EMP = "00" AND EMPRESTIMO-ATIVO
               AND COD-LEITOR-EMP > ZEROS
               ADD 1 TO TAB-QTD-EMP (COD-LEITOR-EMP)
           END-IF.

       CONTAR-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-READ.
           IF  W-COD-ERRO-MULTA = "00" AND MULTA-ABERTA
               AND COD-LEITOR-MUL > ZEROS
               ADD 1 TO TAB-QTD-MULTA (COD-LEITOR-MUL)
               ADD VALOR-MULTA TO TAB-VALOR-MULTA (COD-LEITOR-MUL)
           END-IF.

       CARREGAR-MATRICULAS.
           *> ARQUIVO DE TRABALHO INDEXADO PELA MATRICULA, REFEITO A
           *> CADA EXECUCAO A PARTIR DO LEITORES.DAT
           OPEN OUTPUT ARQ-REJEITADOS.
           OPEN OUTPUT ARQ-TRABALHO.
           *> CRIADO VAZIO E REABERTO PARA MARCAR O E-MAIL REPETIDO
           OPEN OUTPUT ARQ-EMAILS.
           CLOSE ARQ-EMAILS.
           OPEN I-O ARQ-EMAILS.
           OPEN INPUT ARQ-LEITOR.
           MOVE ZEROS TO COD-LEITOR.
           START ARQ-LEITOR KEY IS NOT LESS THAN COD-LEITOR
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-LEITOR
           END-START.
           IF  W-COD-ERRO-LEITOR = "00"
               PERFORM GUARDAR-MATRICULA
                   UNTIL W-COD-ERRO-LEITOR NOT = "00"
           END-IF.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-EMAILS.

       GUARDAR-MATRICULA.
           READ ARQ-LEITOR NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-LEITOR
           END-READ.
           IF  W-COD-ERRO-LEITOR = "00" AND NOT LEITOR-ANONIMIZADO
               IF  MATRICULA-LEITOR NOT = SPACES
                   MOVE MATRICULA-LEITOR TO MATRICULA-TRAB
                   MOVE COD-LEITOR       TO COD-LEITOR-TRAB
                   MOVE "N"              TO VISTO-TRAB
                   WRITE REG-TRABALHO
                   IF  W-COD-ERRO-TRAB = "22"
                       *> SO O PRIMEIRO LEITOR DA MATRICULA E
                       *> SINCRONIZADO
                       MOVE SPACES TO W-REG-REJEITADO
                       MOVE MATRICULA-LEITOR TO W-MATRICULA-REJ
                       MOVE NOME-LEITOR-CAD  TO W-NOME-REJ
                       STRING "MATRICULA TAMBEM NO LEITOR "
                                  DELIMITED BY SIZE
                              COD-LEITOR DELIMITED BY SIZE
                              INTO W-MOTIVO-REJEITADO
                       PERFORM GRAVAR-REJEITADO
                   END-IF
               ELSE
                   IF  EMAIL-LEITOR NOT = SPACES
                       PERFORM GUARDAR-EMAIL
                   END-IF
               END-IF
           END-IF.

       GUARDAR-EMAIL.
           *> LEITOR CADASTRADO ANTES DA SINCRONIZACAO: A MATRICULA
           *> QUE CHEGAR COM O MESMO E-MAIL E VINCULADA A ELE
           MOVE FUNCTION UPPER-CASE (EMAIL-LEITOR) TO EMAIL-TRAB.
           MOVE COD-LEITOR TO COD-LEITOR-EMAIL.
           MOVE "U"        TO SITUACAO-EMAIL.
           WRITE REG-EMAIL.
           IF  W-COD-ERRO-EMAIL = "22"
               *> E-MAIL EM MAIS DE UM LEITOR: NENHUM E VINCULADO
               READ ARQ-EMAILS
               MOVE "R" TO SITUACAO-EMAIL
               REWRITE REG-EMAIL
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-TRABALHO.
           OPEN I-O ARQ-EMAILS.
           OPEN I-O ARQ-LEITOR.
           PERFORM MONTAR-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "ALTERACOES APLICADAS" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "ACAO        LEIT.  MATRICULA   NOME" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       PROCESSAMENTO.
           ADD 1 TO W-QTD-LIDOS.
           PERFORM VALIDAR-MATRICULA.
           IF  W-MOTIVO = SPACES
               PERFORM APLICAR-MATRICULA
           ELSE
               PERFORM REJEITAR-MATRICULA
               PERFORM MARCAR-REJEITADA
           END-IF.
           PERFORM LER-PROXIMA-MATRICULA.

       MARCAR-REJEITADA.
           *> A MATRICULA VEIO NO EXTRATO, AINDA QUE COM ERRO: O LEITOR
           *> NAO E DESATIVADO COMO AUSENTE
           IF  MATRICULA-MATR NOT = SPACES
               MOVE MATRICULA-MATR TO MATRICULA-TRAB
               READ ARQ-TRABALHO
               IF  W-COD-ERRO-TRAB = "00" AND NOT MATRICULA-VISTA
                   MOVE "S" TO VISTO-TRAB
                   REWRITE REG-TRABALHO
               END-IF
           END-IF.

       LER-PROXIMA-MATRICULA.
           READ ARQ-MATRICULAS
               AT END
                   MOVE "10" TO W-COD-ERRO-MATR
           END-READ.

       VALIDAR-MATRICULA.
           MOVE SPACES TO W-MOTIVO.
           MOVE "N"    TO W-EMAIL-ACHADO.
           MOVE FUNCTION UPPER-CASE (MATRICULA-MATR) TO MATRICULA-MATR.
           MOVE FUNCTION UPPER-CASE (SITUACAO-MATR) TO SITUACAO-MATR.
           EVALUATE TRUE
               WHEN MATRICULA-MATR = SPACES
                   MOVE "MATRICULA EM BRANCO" TO W-MOTIVO
               WHEN NOT SITUACAO-MATR-OK
                   MOVE "SITUACAO DE MATRICULA INVALIDA" TO W-MOTIVO
               WHEN ALUNO-MATRICULADO AND NOME-MATR = SPACES
                   MOVE "NOME EM BRANCO" TO W-MOTIVO
               WHEN OTHER
                   MOVE MATRICULA-MATR TO MATRICULA-TRAB
                   READ ARQ-TRABALHO
                   IF  W-COD-ERRO-TRAB = "00" AND MATRICULA-VISTA
                       MOVE "MATRICULA REPETIDA NO ARQUIVO" TO W-MOTIVO
                   END-IF
                   IF  W-COD-ERRO-TRAB NOT = "00"
                       PERFORM PROCURAR-EMAIL
                   END-IF
                   IF  EMAIL-AMBIGUO
                       MOVE "E-MAIL DE VARIOS LEITORES SEM MATRICULA"
                           TO W-MOTIVO
                   END-IF
           END-EVALUATE.

       PROCURAR-EMAIL.
           IF  EMAIL-MATR NOT = SPACES
               MOVE FUNCTION UPPER-CASE (EMAIL-MATR) TO EMAIL-TRAB
               READ ARQ-EMAILS
               IF  W-COD-ERRO-EMAIL = "00"
                   EVALUATE TRUE
                       WHEN EMAIL-UNICO
                           MOVE "S" TO W-EMAIL-ACHADO
                       WHEN EMAIL-REPETIDO
                           MOVE "R" TO W-EMAIL-ACHADO
                   END-EVALUATE
               END-IF
           END-IF.

       APLICAR-MATRICULA.
           MOVE "N" TO W-VINCULAR.
           EVALUATE TRUE
               WHEN W-COD-ERRO-TRAB = "00"
                   MOVE "S" TO VISTO-TRAB
                   REWRITE REG-TRABALHO
                   PERFORM ATUALIZAR-LEITOR
               WHEN EMAIL-ACHADO
                   PERFORM VINCULAR-LEITOR
               WHEN ALUNO-MATRICULADO
                   PERFORM INCLUIR-LEITOR
               WHEN OTHER
                   *> FORA DA UNIVERSIDADE E SEM CADASTRO: NADA A FAZER
                   ADD 1 TO W-QTD-IGNORADOS
           END-EVALUATE.

       INCLUIR-LEITOR.
           MOVE SPACES          TO REG-LEITOR.
           MOVE NOME-MATR       TO NOME-LEITOR-CAD.
           MOVE FONE-MATR       TO FONE-LEITOR.
           MOVE EMAIL-MATR      TO EMAIL-LEITOR.
           MOVE "A"             TO SITUACAO-LEITOR CATEGORIA-LEITOR.
           MOVE W-DATA-HOJE     TO DATA-CADASTRO-LEITOR.
           MOVE MATRICULA-MATR  TO MATRICULA-LEITOR.
           PERFORM OBTER-E-GRAVAR-LEITOR
               WITH TEST AFTER
               UNTIL W-COD-ERRO-LEITOR NOT = "22".
           IF  W-COD-ERRO-LEITOR = "00"
               ADD 1 TO W-QTD-INCLUIDOS
               MOVE SPACES     TO W-IMAGEM-ANTES
               MOVE REG-LEITOR TO W-IMAGEM-DEPOIS
               MOVE "I"        TO W-OPERACAO
               PERFORM GRAVAR-MOVIMENTO
               MOVE "INCLUIDO" TO W-ACAO
               PERFORM IMPRIMIR-DETALHE
               MOVE MATRICULA-MATR TO MATRICULA-TRAB
               MOVE COD-LEITOR     TO COD-LEITOR-TRAB
               MOVE "S"            TO VISTO-TRAB
               WRITE REG-TRABALHO
           ELSE
               MOVE SPACES TO W-MOTIVO
               STRING "ERRO AO INCLUIR LEITOR - STATUS "
                          DELIMITED BY SIZE
                      W-COD-ERRO-LEITOR DELIMITED BY SIZE
                      INTO W-MOTIVO
               PERFORM REJEITAR-MATRICULA
           END-IF.

       VINCULAR-LEITOR.
           *> O E-MAIL NAO E USADO DE NOVO NESTA EXECUCAO
           MOVE "V" TO SITUACAO-EMAIL.
           REWRITE REG-EMAIL.
           MOVE MATRICULA-MATR   TO MATRICULA-TRAB.
           MOVE COD-LEITOR-EMAIL TO COD-LEITOR-TRAB.
           MOVE "S"              TO VISTO-TRAB.
           WRITE REG-TRABALHO.
           MOVE "S" TO W-VINCULAR.
           PERFORM ATUALIZAR-LEITOR.

       OBTER-E-GRAVAR-LEITOR.
           MOVE "O" TO W-ACAO-SEQ.
           CALL "SEQUENCIA" USING W-SERIE-LEITOR W-ACAO-SEQ
                                  W-NUMERO-SEQ W-RET-SEQ.
           IF  W-RET-SEQ NOT = "00"
               MOVE "99" TO W-COD-ERRO-LEITOR
           ELSE
               MOVE W-NUMERO-SEQ TO COD-LEITOR
               WRITE REG-LEITOR
               IF  W-COD-ERRO-LEITOR = "00"
                   OR W-COD-ERRO-LEITOR = "22"
                   MOVE "C" TO W-ACAO-SEQ
                   CALL "SEQUENCIA" USING W-SERIE-LEITOR W-ACAO-SEQ
                                          W-NUMERO-SEQ W-RET-SEQ
               END-IF
           END-IF.

       ATUALIZAR-LEITOR.
           MOVE COD-LEITOR-TRAB TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR NOT = "00"
               MOVE "LEITOR DA MATRICULA NAO ENCONTRADO" TO W-MOTIVO
               PERFORM REJEITAR-MATRICULA
           ELSE
               MOVE REG-LEITOR TO W-IMAGEM-ANTES
               MOVE "N"        TO W-ALTEROU
               MOVE SPACES     TO W-ACAO
               PERFORM ATUALIZAR-CONTATO
               IF  VINCULANDO
                   MOVE MATRICULA-MATR TO MATRICULA-LEITOR
                   MOVE "S"            TO W-ALTEROU
                   MOVE "VINCULADO"    TO W-ACAO
               END-IF
               EVALUATE TRUE
                   WHEN ALUNO-MATRICULADO AND LEITOR-INATIVO
                       MOVE "A" TO SITUACAO-LEITOR
                       MOVE "S" TO W-ALTEROU
                       MOVE "REATIVADO" TO W-ACAO
                   WHEN NOT ALUNO-MATRICULADO AND NOT LEITOR-INATIVO
                       MOVE "I" TO SITUACAO-LEITOR
                       MOVE "S" TO W-ALTEROU
                       MOVE "DESATIVADO" TO W-ACAO
               END-EVALUATE
               IF  LEITOR-ALTERADO
                   PERFORM REGRAVAR-LEITOR
               ELSE
                   ADD 1 TO W-QTD-SEM-MUDANCA
               END-IF
           END-IF.

       ATUALIZAR-CONTATO.
           *> CAMPO EM BRANCO NO EXTRATO MANTEM O DADO ATUAL
           IF  NOME-MATR NOT = SPACES
               AND NOME-MATR NOT = NOME-LEITOR-CAD
               MOVE NOME-MATR TO NOME-LEITOR-CAD
               MOVE "S" TO W-ALTEROU
           END-IF.
           IF  FONE-MATR NOT = SPACES AND FONE-MATR NOT = FONE-LEITOR
               MOVE FONE-MATR TO FONE-LEITOR
               MOVE "S" TO W-ALTEROU
           END-IF.
           IF  EMAIL-MATR NOT = SPACES AND EMAIL-MATR NOT = EMAIL-LEITOR
               MOVE EMAIL-MATR TO EMAIL-LEITOR
               MOVE "S" TO W-ALTEROU
           END-IF.
           IF  LEITOR-ALTERADO
               MOVE "ALTERADO" TO W-ACAO
           END-IF.

       REGRAVAR-LEITOR.
           REWRITE REG-LEITOR.
           IF  W-COD-ERRO-LEITOR = "00"
               EVALUATE W-ACAO
                   WHEN "REATIVADO"
                       ADD 1 TO W-QTD-REATIVADOS
                   WHEN "DESATIVADO"
                       ADD 1 TO W-QTD-DESATIVADOS
                       PERFORM VERIFICAR-PENDENCIAS
                   WHEN "VINCULADO"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO W-QTD-ALTERADOS
               END-EVALUATE
               IF  VINCULANDO
                   ADD 1 TO W-QTD-VINCULADOS
               END-IF
               MOVE REG-LEITOR TO W-IMAGEM-DEPOIS
               MOVE "A"        TO W-OPERACAO
               PERFORM GRAVAR-MOVIMENTO
               PERFORM IMPRIMIR-DETALHE
           ELSE
               MOVE SPACES TO W-MOTIVO
               STRING "ERRO AO ALTERAR LEITOR - STATUS "
                          DELIMITED BY SIZE
                      W-COD-ERRO-LEITOR DELIMITED BY SIZE
                      INTO W-MOTIVO
               PERFORM REJEITAR-MATRICULA
           END-IF.

       DESATIVAR-AUSENTES.
           *> LEITOR COM MATRICULA QUE NAO VEIO NO EXTRATO NAO ESTA MAIS
           *> MATRICULADO
           MOVE LOW-VALUES TO MATRICULA-TRAB.
           START ARQ-TRABALHO KEY IS NOT LESS THAN MATRICULA-TRAB
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-TRAB
           END-START.
           IF  W-COD-ERRO-TRAB = "00"
               PERFORM EXAMINAR-AUSENTE
                   UNTIL W-COD-ERRO-TRAB NOT = "00"
           END-IF.

       EXAMINAR-AUSENTE.
           READ ARQ-TRABALHO NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-TRAB
           END-READ.
           IF  W-COD-ERRO-TRAB = "00" AND NOT MATRICULA-VISTA
               MOVE COD-LEITOR-TRAB TO COD-LEITOR
               READ ARQ-LEITOR
               IF  W-COD-ERRO-LEITOR = "00" AND NOT LEITOR-INATIVO
                   MOVE REG-LEITOR   TO W-IMAGEM-ANTES
                   MOVE "I"          TO SITUACAO-LEITOR
                   MOVE "DESATIVADO" TO W-ACAO
                   REWRITE REG-LEITOR
                   IF  W-COD-ERRO-LEITOR = "00"
                       ADD 1 TO W-QTD-AUSENTES
                       PERFORM VERIFICAR-PENDENCIAS
                       MOVE REG-LEITOR TO W-IMAGEM-DEPOIS
                       MOVE "A"        TO W-OPERACAO
                       PERFORM GRAVAR-MOVIMENTO
                       PERFORM IMPRIMIR-DETALHE
                   ELSE
                       DISPLAY "ERRO AO DESATIVAR LEITOR " COD-LEITOR
                           " - STATUS " W-COD-ERRO-LEITOR
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-PENDENCIAS.
           IF  TAB-QTD-EMP (COD-LEITOR) > ZEROS
               OR TAB-QTD-MULTA (COD-LEITOR) > ZEROS
               IF  W-QTD-ACOMP < W-LIMITE-ACOMP
                   ADD 1 TO W-QTD-ACOMP
                   MOVE W-QTD-ACOMP      TO W-K
                   MOVE COD-LEITOR       TO TABA-COD-LEITOR (W-K)
                   MOVE MATRICULA-LEITOR TO TABA-MATRICULA (W-K)
                   MOVE NOME-LEITOR-CAD  TO TABA-NOME (W-K)
               ELSE
                   DISPLAY "LISTA DE ACOMPANHAMENTO CHEIA - LEITOR "
                       COD-LEITOR " NAO LISTADO"
               END-IF
           END-IF.

       REJEITAR-MATRICULA.
           *> O REGISTRO VAI INTEIRO, PARA SER CORRIGIDO E REENVIADO
           MOVE SPACES        TO W-REG-REJEITADO.
           MOVE REG-MATRICULA TO W-LINHA-REJEITADA.
           MOVE W-MOTIVO      TO W-MOTIVO-REJEITADO.
           PERFORM GRAVAR-REJEITADO.

       GRAVAR-REJEITADO.
           ADD 1 TO W-QTD-REJEITADOS.
           WRITE REG-REJEITADO FROM W-REG-REJEITADO.
           IF  W-COD-ERRO-REJ NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOG DE REJEITADOS - STATUS "
                   W-COD-ERRO-REJ
           END-IF.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       IMPRIMIR-DETALHE.
           MOVE W-ACAO           TO DET-ACAO.
           MOVE COD-LEITOR       TO DET-COD-LEITOR.
           MOVE MATRICULA-LEITOR TO DET-MATRICULA.
           MOVE NOME-LEITOR-CAD  TO DET-NOME-LEITOR.
           MOVE W-LINHA-DETALHE  TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-EMAILS.
           CLOSE ARQ-REJEITADOS.
           CALL "CBL_DELETE_FILE" USING "sincroniza.tmp"
               RETURNING W-RET-DELETE.
           CALL "CBL_DELETE_FILE" USING "sincroniza-email.tmp"
               RETURNING W-RET-DELETE.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "DESATIVADOS COM EMPRESTIMO ATIVO OU MULTA EM ABERTO"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LEIT.  MATRICULA   NOME                          "
                      DELIMITED BY SIZE
                  "  EMP  MUL         VALOR" DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM IMPRIMIR-ACOMPANHAMENTO
               VARYING W-K FROM 1 BY 1
               UNTIL W-K > W-QTD-ACOMP.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-LIDOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REGISTROS LIDOS:                " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-INCLUIDOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LEITORES INCLUIDOS:             " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-ALTERADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONTATO ALTERADO:               " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-VINCULADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VINCULADOS PELO E-MAIL:         " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-REATIVADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REATIVADOS:                     " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-DESATIVADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DESATIVADOS PELA SITUACAO:      " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-AUSENTES TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DESATIVADOS FORA DO EXTRATO:    " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-SEM-MUDANCA TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SEM ALTERACAO:                  " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-IGNORADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "NAO MATRICULADOS SEM CADASTRO:  " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-REJEITADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REJEITADOS:                     " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-ACOMP TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PARA ACOMPANHAMENTO:            " DELIMITED BY SIZE
                  W-CONTADOR-ED                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY " ".
           MOVE W-QTD-LIDOS TO W-CONTADOR-ED.
           DISPLAY "REGISTROS LIDOS:                " W-CONTADOR-ED.
           MOVE W-QTD-INCLUIDOS TO W-CONTADOR-ED.
           DISPLAY "LEITORES INCLUIDOS:             " W-CONTADOR-ED.
           MOVE W-QTD-ALTERADOS TO W-CONTADOR-ED.
           DISPLAY "CONTATO ALTERADO:               " W-CONTADOR-ED.
           MOVE W-QTD-VINCULADOS TO W-CONTADOR-ED.
           DISPLAY "VINCULADOS PELO E-MAIL:         " W-CONTADOR-ED.
           MOVE W-QTD-REATIVADOS TO W-CONTADOR-ED.
           DISPLAY "REATIVADOS:                     " W-CONTADOR-ED.
           COMPUTE W-CONTADOR-ED = W-QTD-DESATIVADOS + W-QTD-AUSENTES.
           DISPLAY "DESATIVADOS:                    " W-CONTADOR-ED.
           MOVE W-QTD-REJEITADOS TO W-CONTADOR-ED.
           DISPLAY "REJEITADOS:                     " W-CONTADOR-ED.
           MOVE W-QTD-ACOMP TO W-CONTADOR-ED.
           DISPLAY "PARA ACOMPANHAMENTO:            " W-CONTADOR-ED.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.
           DISPLAY "REJEITADOS EM: SINCRONIZA-REJEITADOS.LOG".

       IMPRIMIR-ACOMPANHAMENTO.
           MOVE TABA-COD-LEITOR (W-K) TO ACP-COD-LEITOR.
           MOVE TABA-MATRICULA (W-K)  TO ACP-MATRICULA.
           MOVE TABA-NOME (W-K)       TO ACP-NOME-LEITOR.
           MOVE TAB-QTD-EMP (TABA-COD-LEITOR (W-K))   TO ACP-QTD-EMP.
           MOVE TAB-QTD-MULTA (TABA-COD-LEITOR (W-K)) TO ACP-QTD-MULTA.
           MOVE TAB-VALOR-MULTA (TABA-COD-LEITOR (W-K))
               TO ACP-VALOR-MULTA.
           MOVE W-LINHA-ACOMP TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       MONTAR-NOME-RELATORIO.
           STRING "sincroniza-" DELIMITED BY SIZE
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
           MOVE "SINCRONIZACAO DE LEITORES COM A SECRETARIA"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO W-QTD-LINHAS.
