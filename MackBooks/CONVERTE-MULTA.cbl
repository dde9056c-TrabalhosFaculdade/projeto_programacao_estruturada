       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-MULTA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT OPTIONAL ARQ-MULTA-ANTIGO
                       ASSIGN TO "multas.dat"
                       ORGANIZATION INDEXED
                       RECORD KEY IS COD-EMPRESTIMO-ANT
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-ANT.

                       SELECT OPTIONAL ARQ-MULTA-NOVO
                       ASSIGN TO "multas.new"
                       ORGANIZATION INDEXED
                       RECORD KEY IS CHAVE-MULTA-NOVO
                       ACCESS SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-NOVO.

       DATA DIVISION.
           FILE  SECTION.

           FD ARQ-MULTA-ANTIGO.
           01 REG-MULTA-ANTIGO.
               02 COD-EMPRESTIMO-ANT  PIC 9(5).
               02 COD-LEITOR-ANT      PIC 9(5).
               02 NOME-LEITOR-ANT     PIC X(40).
               02 DIAS-ATRASO-ANT     PIC 9(5).
               02 VALOR-MULTA-ANT     PIC 9(5)V99.
               02 SITUACAO-MUL-ANT    PIC X(1).
               02 DATA-MULTA-ANT      PIC 9(8).
               02 FILLER              PIC X(10).

           FD ARQ-MULTA-NOVO.
           01 REG-MULTA-NOVO.
               02 CHAVE-MULTA-NOVO.
                   03 COD-EMPRESTIMO-NOVO PIC 9(5).
                   03 TIPO-MULTA-NOVO     PIC X(1).
               02 COD-LEITOR-NOVO     PIC 9(5).
               02 NOME-LEITOR-NOVO    PIC X(40).
               02 DIAS-ATRASO-NOVO    PIC 9(5).
               02 VALOR-MULTA-NOVO    PIC 9(5)V99.
               02 SITUACAO-MUL-NOVO   PIC X(1).
               02 DATA-MULTA-NOVO     PIC 9(8).
               02 FILLER              PIC X(9).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-ANT   PIC X(2)  VALUE SPACES.
              88 FIM-ARQUIVO             VALUE "10".
           77 W-COD-ERRO-NOVO  PIC X(2)  VALUE SPACES.
           77 W-ERRO-COPIA     PIC X(1)  VALUE "N".
              88 COPIA-COM-ERRO          VALUE "S".
           77 W-CONTADOR       PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED    PIC ZZZZ9 VALUE ZEROS.
           77 W-RET-DELETE     PIC S9(9) COMP-5 VALUE ZERO.
           77 W-RET-RENAME     PIC S9(9) COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "CONVERSAO DE MULTAS.DAT PARA O NOVO LAYOUT".
           DISPLAY " ".
           OPEN INPUT ARQ-MULTA-ANTIGO.
           IF  W-COD-ERRO-ANT NOT = "00"
               DISPLAY "ERRO AO ABRIR MULTAS.DAT - STATUS "
                   W-COD-ERRO-ANT
               DISPLAY "VERIFIQUE SE O ARQUIVO AINDA ESTA NO LAYOUT "
                   "ANTIGO - NADA FOI ALTERADO"
               MOVE "S"  TO W-ERRO-COPIA
               MOVE "10" TO W-COD-ERRO-ANT
           ELSE
               OPEN OUTPUT ARQ-MULTA-NOVO
               PERFORM LER-PROXIMA-MULTA
           END-IF.

       PROCESSAMENTO.
           PERFORM COPIAR-REGISTRO.
           IF  NOT COPIA-COM-ERRO
               ADD 1 TO W-CONTADOR
               PERFORM LER-PROXIMA-MULTA
           END-IF.

       COPIAR-REGISTRO.
           *> TODA MULTA DO LAYOUT ANTIGO E MULTA POR ATRASO
           MOVE SPACES              TO REG-MULTA-NOVO.
           MOVE COD-EMPRESTIMO-ANT  TO COD-EMPRESTIMO-NOVO.
           MOVE "A"                 TO TIPO-MULTA-NOVO.
           MOVE COD-LEITOR-ANT      TO COD-LEITOR-NOVO.
           MOVE NOME-LEITOR-ANT     TO NOME-LEITOR-NOVO.
           MOVE DIAS-ATRASO-ANT     TO DIAS-ATRASO-NOVO.
           MOVE VALOR-MULTA-ANT     TO VALOR-MULTA-NOVO.
           MOVE SITUACAO-MUL-ANT    TO SITUACAO-MUL-NOVO.
           MOVE DATA-MULTA-ANT      TO DATA-MULTA-NOVO.
           WRITE REG-MULTA-NOVO.
           IF  W-COD-ERRO-NOVO NOT = "00"
               DISPLAY "ERRO AO GRAVAR MULTAS.NEW - STATUS "
                   W-COD-ERRO-NOVO
               MOVE "S"  TO W-ERRO-COPIA
               MOVE "10" TO W-COD-ERRO-ANT
           END-IF.

       LER-PROXIMA-MULTA.
           READ ARQ-MULTA-ANTIGO
               AT END
                   MOVE "10" TO W-COD-ERRO-ANT
           END-READ.

       FINALIZACAO.
           CLOSE ARQ-MULTA-ANTIGO.
           CLOSE ARQ-MULTA-NOVO.
           IF  COPIA-COM-ERRO
               DISPLAY "CONVERSAO CANCELADA - MULTAS.DAT "
                   "PERMANECE INALTERADO"
               EXIT PROGRAM
           END-IF.
           CALL "CBL_DELETE_FILE" USING "multas.dat"
               RETURNING W-RET-DELETE.
           IF  W-RET-DELETE NOT = ZERO
               DISPLAY "ERRO AO EXCLUIR MULTAS.DAT - "
                   "MULTAS.NEW PERMANECE COMO ARQUIVO CONVERTIDO"
               EXIT PROGRAM
           END-IF.
           CALL "CBL_RENAME_FILE" USING "multas.new"
               "multas.dat" RETURNING W-RET-RENAME.
           IF  W-RET-RENAME NOT = ZERO
               DISPLAY "ERRO AO RENOMEAR MULTAS.NEW PARA "
                   "MULTAS.DAT - MULTAS.DAT FOI EXCLUIDO E "
                   "PRECISA SER RESTAURADO DO BACKUP"
               EXIT PROGRAM
           END-IF.
           MOVE W-CONTADOR TO W-CONTADOR-ED.
           DISPLAY "REGISTROS CONVERTIDOS: " W-CONTADOR-ED.
