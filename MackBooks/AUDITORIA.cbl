       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITORIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELLIVRO.
                       COPY SELEMP.
                       COPY SELHIST.
                       COPY SELRES.
                       COPY SELEX.
                       COPY SELLEITOR.
                       COPY SELMULTA.
                       COPY SELCAIXA.
                       COPY SELCAT.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDHIST.
           COPY FDRES.
           COPY FDEX.
           COPY FDLEITOR.
           COPY FDMULTA.
           COPY FDCAIXA.
           COPY FDCAT.

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO        PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-HIST   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EX     PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-LEITOR PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAIXA  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAT    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-FIM-VARREDURA   PIC X(1)  VALUE "N".
              88 FIM-VARREDURA            VALUE "S".
           77 W-TIPO            PIC 9(1)  VALUE ZEROS.
           77 W-QTD-TIPOS       PIC 9(1)  VALUE 7.
           77 W-TOT-OCORRENCIAS PIC 9(7)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 W-COD-LIVRO-X     PIC 9(5)  VALUE ZEROS.
           77 W-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           01 W-TAB-TIPOS.
               02 W-TIPO-OCORRENCIA OCCURS 7.
                   03 TAB-DESCRICAO   PIC X(50).
                   03 TAB-QTD-LIDOS   PIC 9(7).
                   03 TAB-QTD-OCORR   PIC 9(7).

           01 W-LINHA-RESUMO.
               02 DET-DESCRICAO     PIC X(50).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-QTD-LIDOS     PIC ZZZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-QTD-OCORR     PIC ZZZZZZ9.

           LINKAGE SECTION.
           01 PARM-EXECUCAO.
               02 MODO-EXECUCAO   PIC X(1).
                   88 EXECUCAO-NOTURNA      VALUE "N".
               02 PARM-CORRIGIR   PIC X(1).
               02 PARM-DATA-CORTE PIC 9(8).
           01 COD-OPERADOR        PIC X(8).

       PROCEDURE DIVISION USING PARM-EXECUCAO COD-OPERADOR.

       INICIO.
           *> SOMENTE LEITURA - NENHUM ARQUIVO DE DADOS E ALTERADO
           IF  NOT EXECUCAO-NOTURNA
               CALL "CABECALHO"
           END-IF.
           DISPLAY "AUDITORIA DE INTEGRIDADE DOS ARQUIVOS".
           PERFORM INICIALIZACAO.
           IF  W-COD-ERRO-REL = "00"
               PERFORM PROCESSAMENTO
               PERFORM FINALIZACAO
           END-IF.
           EXIT PROGRAM.

       INICIALIZACAO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-EMISSAO FROM TIME.
           MOVE "EMPRESTIMOS COM LEITOR INEXISTENTE"
               TO TAB-DESCRICAO (1).
           MOVE "EMPRESTIMOS COM LIVRO INEXISTENTE"
               TO TAB-DESCRICAO (2).
           MOVE "RESERVAS COM LIVRO INEXISTENTE"
               TO TAB-DESCRICAO (3).
           MOVE "TOMBOS COM LIVRO INEXISTENTE"
               TO TAB-DESCRICAO (4).
           MOVE "MULTAS SEM EMPRESTIMO (ATIVO OU HISTORICO)"
               TO TAB-DESCRICAO (5).
           MOVE "RECIBOS DE CAIXA COM MULTA AINDA ABERTA"
               TO TAB-DESCRICAO (6).
           MOVE "LIVROS COM CATEGORIA INEXISTENTE"
               TO TAB-DESCRICAO (7).
           PERFORM LIMPAR-TIPO
               VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > W-QTD-TIPOS.
           PERFORM MONTAR-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO ABRIR " W-NOME-RELATORIO
                   " - STATUS " W-COD-ERRO-REL
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-LIVRO
               OPEN INPUT ARQ-EMPRESTIMO
               OPEN INPUT ARQ-EMPRESTIMO-HIST
               OPEN INPUT ARQ-RESERVA
               OPEN INPUT ARQ-EXEMPLAR
               OPEN INPUT ARQ-LEITOR
               OPEN INPUT ARQ-MULTA
               OPEN INPUT ARQ-CAIXA
               OPEN INPUT ARQ-CATEGORIA
           END-IF.

       LIMPAR-TIPO.
           MOVE ZEROS TO TAB-QTD-LIDOS (W-TIPO)
                         TAB-QTD-OCORR (W-TIPO).

       MONTAR-NOME-RELATORIO.
           STRING "auditoria-"  DELIMITED BY SIZE
                  W-DATA-HOJE   DELIMITED BY SIZE
                  ".rel"        DELIMITED BY SIZE
                  INTO W-NOME-RELATORIO.

       PROCESSAMENTO.
           MOVE 1 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-EMPRESTIMOS.
           PERFORM AUDITAR-LEITOR-EMPRESTIMO UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

           MOVE 2 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-EMPRESTIMOS.
           PERFORM AUDITAR-LIVRO-EMPRESTIMO UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

           MOVE 3 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-RESERVAS.
           PERFORM AUDITAR-LIVRO-RESERVA UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

           MOVE 4 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-EXEMPLARES.
           PERFORM AUDITAR-LIVRO-EXEMPLAR UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

           MOVE 5 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-MULTAS.
           PERFORM AUDITAR-EMPRESTIMO-MULTA UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

           MOVE 6 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-CAIXA.
           PERFORM AUDITAR-MULTA-CAIXA UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

           MOVE 7 TO W-TIPO.
           PERFORM ABRIR-SECAO.
           PERFORM INICIAR-LIVROS.
           PERFORM AUDITAR-CATEGORIA-LIVRO UNTIL FIM-VARREDURA.
           PERFORM FECHAR-SECAO.

       ABRIR-SECAO.
           MOVE "N" TO W-FIM-VARREDURA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE TAB-DESCRICAO (W-TIPO) TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "-------------------------------------------------"
               TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       FECHAR-SECAO.
           MOVE TAB-QTD-OCORR (W-TIPO) TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "OCORRENCIAS: " DELIMITED BY SIZE
                  W-CONTADOR-ED   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD TAB-QTD-OCORR (W-TIPO) TO W-TOT-OCORRENCIAS.

       REGISTRAR-OCORRENCIA.
           ADD 1 TO TAB-QTD-OCORR (W-TIPO).
           PERFORM GRAVAR-LINHA-RELATORIO.

       INICIAR-EMPRESTIMOS.
           MOVE ZEROS TO COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY
                   MOVE "S" TO W-FIM-VARREDURA
           END-START.
           IF  NOT FIM-VARREDURA
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-IF.

       LER-PROXIMO-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VARREDURA
           END-READ.
           IF  NOT FIM-VARREDURA
               ADD 1 TO TAB-QTD-LIDOS (W-TIPO)
           END-IF.

       AUDITAR-LEITOR-EMPRESTIMO.
           *> EMPRESTIMO CONVERTIDO DO LAYOUT ANTIGO TEM SO O NOME
           IF  COD-LEITOR-EMP > ZEROS
               MOVE COD-LEITOR-EMP TO COD-LEITOR
               READ ARQ-LEITOR
               IF  W-COD-ERRO-LEITOR NOT = "00"
                   MOVE SPACES TO REG-RELATORIO
                   STRING "EMPRESTIMO " DELIMITED BY SIZE
                          COD-EMPRESTIMO DELIMITED BY SIZE
                          "  LEITOR "   DELIMITED BY SIZE
                          COD-LEITOR-EMP DELIMITED BY SIZE
                          "  "          DELIMITED BY SIZE
                          NOME-LEITOR   DELIMITED BY SIZE
                          INTO REG-RELATORIO
                   PERFORM REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-EMPRESTIMO.

       AUDITAR-LIVRO-EMPRESTIMO.
           MOVE COD-LIVRO-EMP TO COD-LIVRO.
           READ ARQ-LIVRO.
           IF  W-COD-ERRO NOT = "00"
               MOVE COD-LIVRO-EMP TO W-COD-LIVRO-X
               MOVE SPACES TO REG-RELATORIO
               STRING "EMPRESTIMO " DELIMITED BY SIZE
                      COD-EMPRESTIMO DELIMITED BY SIZE
                      "  LIVRO "    DELIMITED BY SIZE
                      W-COD-LIVRO-X DELIMITED BY SIZE
                      "  SITUACAO " DELIMITED BY SIZE
                      SITUACAO-EMP  DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM REGISTRAR-OCORRENCIA
           END-IF.
           PERFORM LER-PROXIMO-EMPRESTIMO.

       INICIAR-RESERVAS.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "S" TO W-FIM-VARREDURA
           END-START.
           IF  NOT FIM-VARREDURA
               PERFORM LER-PROXIMA-RESERVA
           END-IF.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VARREDURA
           END-READ.
           IF  NOT FIM-VARREDURA
               ADD 1 TO TAB-QTD-LIDOS (W-TIPO)
           END-IF.

       AUDITAR-LIVRO-RESERVA.
           MOVE COD-LIVRO-RES TO COD-LIVRO.
           READ ARQ-LIVRO.
           IF  W-COD-ERRO NOT = "00"
               MOVE COD-LIVRO-RES TO W-COD-LIVRO-X
               MOVE SPACES TO REG-RELATORIO
               STRING "RESERVA "    DELIMITED BY SIZE
                      COD-RESERVA   DELIMITED BY SIZE
                      "  LIVRO "    DELIMITED BY SIZE
                      W-COD-LIVRO-X DELIMITED BY SIZE
                      "  SITUACAO " DELIMITED BY SIZE
                      SITUACAO-RES  DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM REGISTRAR-OCORRENCIA
           END-IF.
           PERFORM LER-PROXIMA-RESERVA.

       INICIAR-EXEMPLARES.
           MOVE ZEROS TO NUM-TOMBO.
           START ARQ-EXEMPLAR KEY IS NOT LESS THAN NUM-TOMBO
               INVALID KEY
                   MOVE "S" TO W-FIM-VARREDURA
           END-START.
           IF  NOT FIM-VARREDURA
               PERFORM LER-PROXIMO-EXEMPLAR
           END-IF.

       LER-PROXIMO-EXEMPLAR.
           READ ARQ-EXEMPLAR NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VARREDURA
           END-READ.
           IF  NOT FIM-VARREDURA
               ADD 1 TO TAB-QTD-LIDOS (W-TIPO)
           END-IF.

       AUDITAR-LIVRO-EXEMPLAR.
           MOVE COD-LIVRO-EX TO COD-LIVRO.
           READ ARQ-LIVRO.
           IF  W-COD-ERRO NOT = "00"
               MOVE COD-LIVRO-EX TO W-COD-LIVRO-X
               MOVE SPACES TO REG-RELATORIO
               STRING "TOMBO "      DELIMITED BY SIZE
                      NUM-TOMBO     DELIMITED BY SIZE
                      "  LIVRO "    DELIMITED BY SIZE
                      W-COD-LIVRO-X DELIMITED BY SIZE
                      "  SITUACAO " DELIMITED BY SIZE
                      SITUACAO-EX   DELIMITED BY SIZE
                      INTO REG-RELATORIO
               PERFORM REGISTRAR-OCORRENCIA
           END-IF.
           PERFORM LER-PROXIMO-EXEMPLAR.

       INICIAR-MULTAS.
           MOVE LOW-VALUES TO CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "S" TO W-FIM-VARREDURA
           END-START.
           IF  NOT FIM-VARREDURA
               PERFORM LER-PROXIMA-MULTA
           END-IF.

       LER-PROXIMA-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VARREDURA
           END-READ.
           IF  NOT FIM-VARREDURA
               ADD 1 TO TAB-QTD-LIDOS (W-TIPO)
           END-IF.

       AUDITAR-EMPRESTIMO-MULTA.
           MOVE COD-EMPRESTIMO-MUL TO COD-EMPRESTIMO.
           READ ARQ-EMPRESTIMO.
           IF  W-COD-ERRO-EMP NOT = "00"
               MOVE COD-EMPRESTIMO-MUL TO COD-EMPRESTIMO-HIST
               READ ARQ-EMPRESTIMO-HIST
               IF  W-COD-ERRO-HIST NOT = "00"
                   MOVE SPACES TO REG-RELATORIO
                   STRING "MULTA DO EMPRESTIMO " DELIMITED BY SIZE
                          COD-EMPRESTIMO-MUL     DELIMITED BY SIZE
                          " TIPO "               DELIMITED BY SIZE
                          TIPO-MULTA             DELIMITED BY SIZE
                          "  LEITOR "            DELIMITED BY SIZE
                          COD-LEITOR-MUL         DELIMITED BY SIZE
                          "  SITUACAO "          DELIMITED BY SIZE
                          SITUACAO-MUL           DELIMITED BY SIZE
                          INTO REG-RELATORIO
                   PERFORM REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-MULTA.

       INICIAR-CAIXA.
           MOVE ZEROS TO NUM-RECIBO-CAIXA.
           START ARQ-CAIXA KEY IS NOT LESS THAN NUM-RECIBO-CAIXA
               INVALID KEY
                   MOVE "S" TO W-FIM-VARREDURA
           END-START.
           IF  NOT FIM-VARREDURA
               PERFORM LER-PROXIMO-CAIXA
           END-IF.

       LER-PROXIMO-CAIXA.
           READ ARQ-CAIXA NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VARREDURA
           END-READ.
           IF  NOT FIM-VARREDURA
               ADD 1 TO TAB-QTD-LIDOS (W-TIPO)
           END-IF.

       AUDITAR-MULTA-CAIXA.
           *> ESTORNO NAO QUITA MULTA; RECIBO ANTIGO SEM TIPO E ATRASO
           IF  CAIXA-PAGAMENTO OR CAIXA-ISENCAO
               MOVE COD-EMPRESTIMO-CAIXA TO COD-EMPRESTIMO-MUL
               IF  TIPO-MULTA-CAIXA = SPACE
                   MOVE "A" TO TIPO-MULTA
               ELSE
                   MOVE TIPO-MULTA-CAIXA TO TIPO-MULTA
               END-IF
               READ ARQ-MULTA
               IF  W-COD-ERRO-MULTA = "00" AND MULTA-ABERTA
                   MOVE SPACES TO REG-RELATORIO
                   STRING "RECIBO "            DELIMITED BY SIZE
                          NUM-RECIBO-CAIXA     DELIMITED BY SIZE
                          " DE "               DELIMITED BY SIZE
                          DATA-CAIXA           DELIMITED BY SIZE
                          "  EMPRESTIMO "      DELIMITED BY SIZE
                          COD-EMPRESTIMO-CAIXA DELIMITED BY SIZE
                          " TIPO "             DELIMITED BY SIZE
                          TIPO-MULTA           DELIMITED BY SIZE
                          "  CAIXA "           DELIMITED BY SIZE
                          TIPO-CAIXA           DELIMITED BY SIZE
                          INTO REG-RELATORIO
                   PERFORM REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-CAIXA.

       INICIAR-LIVROS.
           MOVE ZEROS TO COD-LIVRO.
           START ARQ-LIVRO KEY IS NOT LESS THAN COD-LIVRO
               INVALID KEY
                   MOVE "S" TO W-FIM-VARREDURA
           END-START.
           IF  NOT FIM-VARREDURA
               PERFORM LER-PROXIMO-LIVRO
           END-IF.

       LER-PROXIMO-LIVRO.
           READ ARQ-LIVRO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-VARREDURA
           END-READ.
           IF  NOT FIM-VARREDURA
               ADD 1 TO TAB-QTD-LIDOS (W-TIPO)
           END-IF.

       AUDITAR-CATEGORIA-LIVRO.
           *> CATEGORIA ZERO E LIVRO CADASTRADO SEM CATEGORIA
           IF  COD-CATEGORIA-LIVRO > ZEROS
               MOVE COD-CATEGORIA-LIVRO TO COD-CATEGORIA
               READ ARQ-CATEGORIA
               IF  W-COD-ERRO-CAT NOT = "00"
                   MOVE COD-LIVRO TO W-COD-LIVRO-X
                   MOVE SPACES TO REG-RELATORIO
                   STRING "LIVRO "            DELIMITED BY SIZE
                          W-COD-LIVRO-X       DELIMITED BY SIZE
                          "  CATEGORIA "      DELIMITED BY SIZE
                          COD-CATEGORIA-LIVRO DELIMITED BY SIZE
                          "  "                DELIMITED BY SIZE
                          TITULO-LIVRO        DELIMITED BY SIZE
                          INTO REG-RELATORIO
                   PERFORM REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-LIVRO.

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
           MOVE "AUDITORIA DE INTEGRIDADE DOS ARQUIVOS"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO W-QTD-LINHAS.

       FINALIZACAO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "RESUMO POR TIPO DE OCORRENCIA" TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TIPO                                              "
                      DELIMITED BY SIZE
                  "    LIDOS  OCORREN" DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY " ".
           PERFORM IMPRIMIR-RESUMO
               VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > W-QTD-TIPOS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-TOT-OCORRENCIAS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DE OCORRENCIAS: " DELIMITED BY SIZE
                  W-CONTADOR-ED            DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           DISPLAY "TOTAL DE OCORRENCIAS: " W-CONTADOR-ED.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.
           CLOSE ARQ-LIVRO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-EMPRESTIMO-HIST.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-EXEMPLAR.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-MULTA.
           CLOSE ARQ-CAIXA.
           CLOSE ARQ-CATEGORIA.
           CLOSE ARQ-RELATORIO.
           MOVE ZEROS TO RETURN-CODE.

       IMPRIMIR-RESUMO.
           MOVE TAB-DESCRICAO (W-TIPO) TO DET-DESCRICAO.
           MOVE TAB-QTD-LIDOS (W-TIPO) TO DET-QTD-LIDOS.
           MOVE TAB-QTD-OCORR (W-TIPO) TO DET-QTD-OCORR.
           MOVE W-LINHA-RESUMO TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE TAB-QTD-OCORR (W-TIPO) TO W-CONTADOR-ED.
           DISPLAY TAB-DESCRICAO (W-TIPO) " " W-CONTADOR-ED.
