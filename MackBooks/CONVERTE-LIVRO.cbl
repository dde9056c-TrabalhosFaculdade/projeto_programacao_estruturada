
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-LIVRO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELCONT.
                       COPY SELCONV.

                       SELECT OPTIONAL ARQ-LIVRO-ANTIGO
                       ASSIGN TO "livros.dat"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-LIVRO-ANT
                       ALTERNATE RECORD KEY IS TITULO-LIVRO-ANT
                           WITH DUPLICATES
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-EMP-ANTIGO
                       ASSIGN TO "emprestimo.dat"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-EMPRESTIMO-ANT
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-EX-ANTIGO
                       ASSIGN TO "exemplares.dat"
                       ORGANIZATION INDEXED
                       RECORD KEY IS NUM-TOMBO-ANT
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-HIST-ANTIGO
                       ASSIGN TO "emprestimo-hist.dat"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-EMPRESTIMO-HIST-ANT
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-RES-ANTIGO
                       ASSIGN TO "reserva.dat"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-RESERVA-ANT
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-CONS-ANTIGO
                       ASSIGN TO "consulta.log"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-LIVRO
                       ASSIGN TO "livros.new"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-LIVRO
                       ALTERNATE RECORD KEY IS TITULO-LIVRO
                           WITH DUPLICATES
                       ALTERNATE RECORD KEY IS ISBN-LIVRO
                           WITH DUPLICATES
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

                       SELECT OPTIONAL ARQ-EMPRESTIMO
                       ASSIGN TO "emprestimo.new"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-EMPRESTIMO
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

                       SELECT OPTIONAL ARQ-EXEMPLAR
                       ASSIGN TO "exemplares.new"
                       ORGANIZATION INDEXED
                       RECORD KEY IS NUM-TOMBO
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

                       SELECT OPTIONAL ARQ-EMPRESTIMO-HIST
                       ASSIGN TO "emprestimo-hist.new"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-EMPRESTIMO-HIST
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

                       SELECT OPTIONAL ARQ-RESERVA
                       ASSIGN TO "reserva.new"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-RESERVA
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

                       SELECT OPTIONAL ARQ-CONSULTA
                       ASSIGN TO "consulta.new"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDCONT.
           COPY FDCONV.

           *> LAYOUTS ANTIGOS, COM O CODIGO DO LIVRO EM 3 DIGITOS
           FD ARQ-LIVRO-ANTIGO.
           01 REG-LIVRO-ANTIGO.
               02 COD-LIVRO-ANT       PIC 9(3).
               02 TITULO-LIVRO-ANT    PIC X(40).
               02 AUTOR-LIVRO-ANT     PIC X(40).
               02 QTD-TOTAL-ANT       PIC 9(3).
               02 QTD-EMPRESTADA-ANT  PIC 9(3).
               02 COD-CATEGORIA-ANT   PIC 9(3).
               02 VALOR-LIVRO-ANT     PIC 9(5)V99.
               02 FILLER              PIC X(25).

           FD ARQ-EMP-ANTIGO.
           01 REG-EMP-ANTIGO.
               02 COD-EMPRESTIMO-ANT  PIC 9(5).
               02 COD-LIVRO-EMP-ANT   PIC 9(3).
               02 DADOS-EMP-ANT       PIC X(78).
               02 FILLER              PIC X(18).

           FD ARQ-EX-ANTIGO.
           01 REG-EX-ANTIGO.
               02 NUM-TOMBO-ANT       PIC 9(6).
               02 COD-LIVRO-EX-ANT    PIC 9(3).
               02 DADOS-EX-ANT        PIC X(9).
               02 FILLER              PIC X(20).

           FD ARQ-HIST-ANTIGO.
           01 REG-HIST-ANTIGO.
               02 COD-EMPRESTIMO-HIST-ANT PIC 9(5).
               02 COD-LIVRO-HIST-ANT  PIC 9(3).
               02 DADOS-HIST-ANT      PIC X(76).
               02 FILLER              PIC X(20).

           FD ARQ-RES-ANTIGO.
           01 REG-RES-ANTIGO.
               02 COD-RESERVA-ANT     PIC 9(5).
               02 COD-LIVRO-RES-ANT   PIC 9(3).
               02 DADOS-RES-ANT       PIC X(62).
               02 FILLER              PIC X(12).

           FD ARQ-CONS-ANTIGO.
           01 REG-CONS-ANTIGO.
               02 COD-LIVRO-PESQ-ANT  PIC 9(3).
               02 DADOS-CONS-ANT      PIC X(56).

           *> LAYOUTS NOVOS, GRAVADOS NOS ARQUIVOS .NEW
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDEX.
           COPY FDHIST.
           COPY FDRES.
           COPY FDCONS.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-CONT  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CONV  PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-ANT   PIC X(2)  VALUE SPACES.
              88 FIM-ARQUIVO             VALUE "10".
           77 W-COD-ERRO-NOVO  PIC X(2)  VALUE SPACES.
           77 W-ERRO-COPIA     PIC X(1)  VALUE "N".
              88 COPIA-COM-ERRO          VALUE "S".
           77 W-ERRO-TROCA     PIC X(1)  VALUE "N".
              88 TROCA-COM-ERRO          VALUE "S".
           77 W-CONTADOR       PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED    PIC ZZZZ9 VALUE ZEROS.
           77 W-I              PIC 9(2)  VALUE ZEROS.
           77 W-NOME-ARQUIVO   PIC X(20) VALUE SPACES.
           77 W-RET-RENAME     PIC S9(9) COMP-5 VALUE ZERO.
           77 W-HORA-SISTEMA   PIC 9(8)  VALUE ZEROS.

           01 W-MOMENTO-CONVERSAO.
               02 W-DATA-CONVERSAO PIC 9(8).
               02 W-HORA-CONVERSAO PIC 9(6).

           *> NOME ATUAL, NOME DO ARQUIVO CONVERTIDO E NOME QUE O
           *> ARQUIVO ANTIGO RECEBE, PRESERVADO COMO COPIA DE SEGURANCA
           01 W-ARQUIVOS-CONVERTIDOS.
               02 FILLER PIC X(20) VALUE "livros.dat".
               02 FILLER PIC X(20) VALUE "livros.new".
               02 FILLER PIC X(20) VALUE "livros.ant".
               02 FILLER PIC X(20) VALUE "emprestimo.dat".
               02 FILLER PIC X(20) VALUE "emprestimo.new".
               02 FILLER PIC X(20) VALUE "emprestimo.ant".
               02 FILLER PIC X(20) VALUE "exemplares.dat".
               02 FILLER PIC X(20) VALUE "exemplares.new".
               02 FILLER PIC X(20) VALUE "exemplares.ant".
               02 FILLER PIC X(20) VALUE "emprestimo-hist.dat".
               02 FILLER PIC X(20) VALUE "emprestimo-hist.new".
               02 FILLER PIC X(20) VALUE "emprestimo-hist.ant".
               02 FILLER PIC X(20) VALUE "reserva.dat".
               02 FILLER PIC X(20) VALUE "reserva.new".
               02 FILLER PIC X(20) VALUE "reserva.ant".
               02 FILLER PIC X(20) VALUE "consulta.log".
               02 FILLER PIC X(20) VALUE "consulta.new".
               02 FILLER PIC X(20) VALUE "consulta.ant".

           01 W-TAB-ARQUIVOS REDEFINES W-ARQUIVOS-CONVERTIDOS.
               02 W-ARQ-CONVERTIDO OCCURS 6.
                   03 TAB-NOME-ATUAL  PIC X(20).
                   03 TAB-NOME-NOVO   PIC X(20).
                   03 TAB-NOME-ANT    PIC X(20).

           01 W-TAB-EXISTENCIA.
               02 TAB-ARQ-EXISTE  PIC X(1) OCCURS 6.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM INICIALIZACAO.
           IF  NOT COPIA-COM-ERRO
               PERFORM CONVERTER-LIVROS
               PERFORM CONVERTER-EMPRESTIMOS
               PERFORM CONVERTER-EXEMPLARES
               PERFORM CONVERTER-HISTORICO
               PERFORM CONVERTER-RESERVAS
               PERFORM CONVERTER-CONSULTAS
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "CONVERSAO DO CODIGO DO LIVRO PARA 5 DIGITOS".
           DISPLAY " ".
           *> TRANSACOES DE CONTINGENCIA FORAM DIGITADAS NO LAYOUT
           *> ATUAL E PRECISAM SER POSTADAS ANTES DA CONVERSAO
           OPEN INPUT ARQ-CONTINGENCIA.
           IF  W-COD-ERRO-CONT = "00"
               READ ARQ-CONTINGENCIA
               IF  W-COD-ERRO-CONT = "00"
                   DISPLAY "EXISTEM TRANSACOES EM CONTINGENCIA.DAT - "
                       "POSTE A CONTINGENCIA ANTES DA CONVERSAO"
                   MOVE "S" TO W-ERRO-COPIA
               END-IF
               CLOSE ARQ-CONTINGENCIA
           END-IF.
           IF  NOT COPIA-COM-ERRO
               OPEN INPUT ARQ-LIVRO-ANTIGO
               IF  W-COD-ERRO-ANT NOT = "00"
                   DISPLAY "ERRO AO ABRIR LIVROS.DAT - STATUS "
                       W-COD-ERRO-ANT
                   DISPLAY "VERIFIQUE SE O ARQUIVO AINDA ESTA NO "
                       "LAYOUT ANTIGO - NADA FOI ALTERADO"
                   MOVE "S" TO W-ERRO-COPIA
               ELSE
                   CLOSE ARQ-LIVRO-ANTIGO
               END-IF
           END-IF.

       CONVERTER-LIVROS.
           MOVE ZEROS TO W-CONTADOR.
           OPEN INPUT  ARQ-LIVRO-ANTIGO.
           MOVE "LIVROS.DAT" TO W-NOME-ARQUIVO.
           MOVE 1 TO W-I.
           PERFORM VERIFICAR-ABERTURA.
           OPEN OUTPUT ARQ-LIVRO.
           PERFORM LER-PROXIMO-LIVRO.
           PERFORM COPIAR-LIVRO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-LIVRO-ANTIGO.
           CLOSE ARQ-LIVRO.
           PERFORM EXIBIR-CONTADOR.

       COPIAR-LIVRO.
           *> O ISBN COMECA EM BRANCO E E INFORMADO NA ALTERACAO
           MOVE SPACES              TO REG-LIVRO.
           MOVE COD-LIVRO-ANT       TO COD-LIVRO.
           MOVE TITULO-LIVRO-ANT    TO TITULO-LIVRO.
           MOVE AUTOR-LIVRO-ANT     TO AUTOR-LIVRO.
           MOVE QTD-TOTAL-ANT       TO QTD-TOTAL.
           MOVE QTD-EMPRESTADA-ANT  TO QTD-EMPRESTADA.
           MOVE COD-CATEGORIA-ANT   TO COD-CATEGORIA-LIVRO.
           MOVE VALOR-LIVRO-ANT     TO VALOR-LIVRO.
           WRITE REG-LIVRO.
           PERFORM VERIFICAR-GRAVACAO.
           PERFORM LER-PROXIMO-LIVRO.

       LER-PROXIMO-LIVRO.
           IF  NOT COPIA-COM-ERRO
               READ ARQ-LIVRO-ANTIGO
                   AT END
                       MOVE "10" TO W-COD-ERRO-ANT
               END-READ
               PERFORM VERIFICAR-LEITURA
           END-IF.

       CONVERTER-EMPRESTIMOS.
           IF  NOT COPIA-COM-ERRO
               MOVE ZEROS TO W-CONTADOR
               OPEN INPUT  ARQ-EMP-ANTIGO
               MOVE "EMPRESTIMO.DAT" TO W-NOME-ARQUIVO
               MOVE 2 TO W-I
               PERFORM VERIFICAR-ABERTURA
               OPEN OUTPUT ARQ-EMPRESTIMO
               PERFORM LER-PROXIMO-EMPRESTIMO
               PERFORM COPIAR-EMPRESTIMO UNTIL FIM-ARQUIVO
               CLOSE ARQ-EMP-ANTIGO
               CLOSE ARQ-EMPRESTIMO
               PERFORM EXIBIR-CONTADOR
           END-IF.

       COPIAR-EMPRESTIMO.
           MOVE SPACES              TO REG-EMPRESTIMO.
           MOVE COD-EMPRESTIMO-ANT  TO COD-EMPRESTIMO.
           MOVE COD-LIVRO-EMP-ANT   TO COD-LIVRO-EMP.
           MOVE DADOS-EMP-ANT       TO REG-EMPRESTIMO (11:78).
           WRITE REG-EMPRESTIMO.
           PERFORM VERIFICAR-GRAVACAO.
           PERFORM LER-PROXIMO-EMPRESTIMO.

       LER-PROXIMO-EMPRESTIMO.
           IF  NOT COPIA-COM-ERRO
               READ ARQ-EMP-ANTIGO
                   AT END
                       MOVE "10" TO W-COD-ERRO-ANT
               END-READ
               PERFORM VERIFICAR-LEITURA
           END-IF.

       CONVERTER-EXEMPLARES.
           IF  NOT COPIA-COM-ERRO
               MOVE ZEROS TO W-CONTADOR
               OPEN INPUT  ARQ-EX-ANTIGO
               MOVE "EXEMPLARES.DAT" TO W-NOME-ARQUIVO
               MOVE 3 TO W-I
               PERFORM VERIFICAR-ABERTURA
               OPEN OUTPUT ARQ-EXEMPLAR
               PERFORM LER-PROXIMO-EXEMPLAR
               PERFORM COPIAR-EXEMPLAR UNTIL FIM-ARQUIVO
               CLOSE ARQ-EX-ANTIGO
               CLOSE ARQ-EXEMPLAR
               PERFORM EXIBIR-CONTADOR
           END-IF.

       COPIAR-EXEMPLAR.
           MOVE SPACES              TO REG-EXEMPLAR.
           MOVE NUM-TOMBO-ANT       TO NUM-TOMBO.
           MOVE COD-LIVRO-EX-ANT    TO COD-LIVRO-EX.
           MOVE DADOS-EX-ANT        TO REG-EXEMPLAR (12:9).
           WRITE REG-EXEMPLAR.
           PERFORM VERIFICAR-GRAVACAO.
           PERFORM LER-PROXIMO-EXEMPLAR.

       LER-PROXIMO-EXEMPLAR.
           IF  NOT COPIA-COM-ERRO
               READ ARQ-EX-ANTIGO
                   AT END
                       MOVE "10" TO W-COD-ERRO-ANT
               END-READ
               PERFORM VERIFICAR-LEITURA
           END-IF.

       CONVERTER-HISTORICO.
           IF  NOT COPIA-COM-ERRO
               MOVE ZEROS TO W-CONTADOR
               OPEN INPUT  ARQ-HIST-ANTIGO
               MOVE "EMPRESTIMO-HIST.DAT" TO W-NOME-ARQUIVO
               MOVE 4 TO W-I
               PERFORM VERIFICAR-ABERTURA
               OPEN OUTPUT ARQ-EMPRESTIMO-HIST
               PERFORM LER-PROXIMO-HISTORICO
               PERFORM COPIAR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ARQ-HIST-ANTIGO
               CLOSE ARQ-EMPRESTIMO-HIST
               PERFORM EXIBIR-CONTADOR
           END-IF.

       COPIAR-HISTORICO.
           MOVE SPACES                  TO REG-EMPRESTIMO-HIST.
           MOVE COD-EMPRESTIMO-HIST-ANT TO COD-EMPRESTIMO-HIST.
           MOVE COD-LIVRO-HIST-ANT      TO COD-LIVRO-HIST.
           MOVE DADOS-HIST-ANT          TO REG-EMPRESTIMO-HIST (11:76).
           WRITE REG-EMPRESTIMO-HIST.
           PERFORM VERIFICAR-GRAVACAO.
           PERFORM LER-PROXIMO-HISTORICO.

       LER-PROXIMO-HISTORICO.
           IF  NOT COPIA-COM-ERRO
               READ ARQ-HIST-ANTIGO
                   AT END
                       MOVE "10" TO W-COD-ERRO-ANT
               END-READ
               PERFORM VERIFICAR-LEITURA
           END-IF.

       CONVERTER-RESERVAS.
           IF  NOT COPIA-COM-ERRO
               MOVE ZEROS TO W-CONTADOR
               OPEN INPUT  ARQ-RES-ANTIGO
               MOVE "RESERVA.DAT" TO W-NOME-ARQUIVO
               MOVE 5 TO W-I
               PERFORM VERIFICAR-ABERTURA
               OPEN OUTPUT ARQ-RESERVA
               PERFORM LER-PROXIMA-RESERVA
               PERFORM COPIAR-RESERVA UNTIL FIM-ARQUIVO
               CLOSE ARQ-RES-ANTIGO
               CLOSE ARQ-RESERVA
               PERFORM EXIBIR-CONTADOR
           END-IF.

       COPIAR-RESERVA.
           MOVE SPACES              TO REG-RESERVA.
           MOVE COD-RESERVA-ANT     TO COD-RESERVA.
           MOVE COD-LIVRO-RES-ANT   TO COD-LIVRO-RES.
           MOVE DADOS-RES-ANT       TO REG-RESERVA (11:62).
           WRITE REG-RESERVA.
           PERFORM VERIFICAR-GRAVACAO.
           PERFORM LER-PROXIMA-RESERVA.

       LER-PROXIMA-RESERVA.
           IF  NOT COPIA-COM-ERRO
               READ ARQ-RES-ANTIGO
                   AT END
                       MOVE "10" TO W-COD-ERRO-ANT
               END-READ
               PERFORM VERIFICAR-LEITURA
           END-IF.

       CONVERTER-CONSULTAS.
           IF  NOT COPIA-COM-ERRO
               MOVE ZEROS TO W-CONTADOR
               OPEN INPUT  ARQ-CONS-ANTIGO
               MOVE "CONSULTA.LOG" TO W-NOME-ARQUIVO
               MOVE 6 TO W-I
               PERFORM VERIFICAR-ABERTURA
               OPEN OUTPUT ARQ-CONSULTA
               PERFORM LER-PROXIMA-CONSULTA
               PERFORM COPIAR-CONSULTA UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONS-ANTIGO
               CLOSE ARQ-CONSULTA
               PERFORM EXIBIR-CONTADOR
           END-IF.

       COPIAR-CONSULTA.
           MOVE SPACES              TO REG-CONSULTA.
           MOVE COD-LIVRO-PESQ-ANT  TO COD-LIVRO-PESQUISA.
           MOVE DADOS-CONS-ANT      TO REG-CONSULTA (6:56).
           WRITE REG-CONSULTA.
           PERFORM VERIFICAR-GRAVACAO.
           PERFORM LER-PROXIMA-CONSULTA.

       LER-PROXIMA-CONSULTA.
           IF  NOT COPIA-COM-ERRO
               READ ARQ-CONS-ANTIGO
                   AT END
                       MOVE "10" TO W-COD-ERRO-ANT
               END-READ
               PERFORM VERIFICAR-LEITURA
           END-IF.

       VERIFICAR-ABERTURA.
           *> ARQUIVO INEXISTENTE (05) E CONVERTIDO VAZIO
           MOVE "S" TO TAB-ARQ-EXISTE (W-I).
           IF  W-COD-ERRO-ANT = "05"
               MOVE "N" TO TAB-ARQ-EXISTE (W-I)
           END-IF.
           IF  W-COD-ERRO-ANT NOT = "00" AND NOT = "05"
               DISPLAY "ERRO AO ABRIR " W-NOME-ARQUIVO
                   " - STATUS " W-COD-ERRO-ANT
               MOVE "S"  TO W-ERRO-COPIA
               MOVE "10" TO W-COD-ERRO-ANT
           END-IF.

       VERIFICAR-LEITURA.
           IF  W-COD-ERRO-ANT NOT = "00" AND NOT = "10"
               DISPLAY "ERRO AO LER " W-NOME-ARQUIVO
                   " - STATUS " W-COD-ERRO-ANT
               MOVE "S"  TO W-ERRO-COPIA
               MOVE "10" TO W-COD-ERRO-ANT
           END-IF.

       VERIFICAR-GRAVACAO.
           IF  W-COD-ERRO-NOVO NOT = "00"
               DISPLAY "ERRO AO GRAVAR A CONVERSAO DE " W-NOME-ARQUIVO
                   " - STATUS " W-COD-ERRO-NOVO
               MOVE "S"  TO W-ERRO-COPIA
               MOVE "10" TO W-COD-ERRO-ANT
           ELSE
               ADD 1 TO W-CONTADOR
           END-IF.

       EXIBIR-CONTADOR.
           MOVE W-CONTADOR TO W-CONTADOR-ED.
           DISPLAY W-NOME-ARQUIVO " REGISTROS CONVERTIDOS: "
               W-CONTADOR-ED.

       FINALIZACAO.
           IF  COPIA-COM-ERRO
               DISPLAY "CONVERSAO CANCELADA - NENHUM ARQUIVO "
                   "FOI ALTERADO"
               EXIT PROGRAM
           END-IF.
           *> SO TROCA OS ARQUIVOS DEPOIS QUE TODOS FORAM CONVERTIDOS
           PERFORM TROCAR-ARQUIVO
               VARYING W-I FROM 1 BY 1
                 UNTIL W-I > 6 OR TROCA-COM-ERRO.
           IF  NOT TROCA-COM-ERRO
               PERFORM GRAVAR-CONVERSAO
               DISPLAY " "
               DISPLAY "CONVERSAO CONCLUIDA - ARQUIVOS ANTIGOS "
                   "PRESERVADOS COM EXTENSAO .ANT"
               *> O BACKUP DO DIA PASSA A TER O LAYOUT NOVO
               CALL "BACKUP-LIVROS"
           END-IF.

       GRAVAR-CONVERSAO.
           *> RECUPERA NAO RESTAURA BACKUP NEM USA IMAGEM DO MOVIMENTO
           *> ANTERIOR A ESTE MOMENTO, QUE AINDA TEM O LAYOUT ANTIGO
           ACCEPT W-DATA-CONVERSAO FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SISTEMA FROM TIME.
           MOVE W-HORA-SISTEMA (1:6) TO W-HORA-CONVERSAO.
           OPEN OUTPUT ARQ-CONVERSAO.
           IF  W-COD-ERRO-CONV = "00"
               WRITE REG-CONVERSAO FROM W-MOMENTO-CONVERSAO
           END-IF.
           IF  W-COD-ERRO-CONV NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONVERSAO-LIVRO.DAT - STATUS "
                   W-COD-ERRO-CONV
               DISPLAY "NAO RESTAURE BACKUPS NEM DESFACA ALTERACOES "
                   "ANTERIORES A ESTA CONVERSAO"
           END-IF.
           CLOSE ARQ-CONVERSAO.

       TROCAR-ARQUIVO.
           MOVE ZERO TO W-RET-RENAME.
           IF  TAB-ARQ-EXISTE (W-I) = "S"
               CALL "CBL_RENAME_FILE" USING TAB-NOME-ATUAL (W-I)
                   TAB-NOME-ANT (W-I) RETURNING W-RET-RENAME
           END-IF.
           IF  W-RET-RENAME NOT = ZERO
               MOVE "S" TO W-ERRO-TROCA
               DISPLAY "ERRO AO RENOMEAR " TAB-NOME-ATUAL (W-I)
                   " PARA " TAB-NOME-ANT (W-I)
               DISPLAY "RENOMEIE OS ARQUIVOS .NEW RESTANTES ANTES "
                   "DE USAR O SISTEMA"
           ELSE
               CALL "CBL_RENAME_FILE" USING TAB-NOME-NOVO (W-I)
                   TAB-NOME-ATUAL (W-I) RETURNING W-RET-RENAME
               IF  W-RET-RENAME NOT = ZERO
                   MOVE "S" TO W-ERRO-TROCA
                   DISPLAY "ERRO AO RENOMEAR " TAB-NOME-NOVO (W-I)
                       " PARA " TAB-NOME-ATUAL (W-I)
                   DISPLAY TAB-NOME-ATUAL (W-I) " FOI PRESERVADO COMO "
                       TAB-NOME-ANT (W-I) " - RENOMEIE OS ARQUIVOS "
                       ".NEW RESTANTES ANTES DE USAR O SISTEMA"
               END-IF
           END-IF.
