           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-DATA-ED         PIC X(10) VALUE SPACES.

           COPY WSCAL.

           01 W-TAB-ATRASADOS.
               02 W-ATRASADO OCCURS 500.
                   03 TAB-COD-LEITOR     PIC 9(5).

       PROCESSAMENTO.
           IF  EMPRESTIMO-ATIVO AND DATA-PREVISTA < W-DATA-HOJE
               PERFORM CONTAR-DIAS-ATRASO
               IF  W-DIAS-ATRASO > ZEROS
                   PERFORM GUARDAR-ATRASADO
               END-IF
           END-IF.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-EMPRESTIMO
                   TO TAB-NOME-LEITOR (W-QTD-ATRASADOS)
               MOVE DATA-PREVISTA
                   TO TAB-DATA-PREVISTA (W-QTD-ATRASADOS)
               MOVE W-DIAS-ATRASO
                   TO TAB-DIAS-ATRASO (W-QTD-ATRASADOS)
               PERFORM BUSCAR-TITULO-LIVRO
           END-IF.

       CONTAR-DIAS-ATRASO.
           *> SO CONTAM OS DIAS DE ATRASO EM QUE A BIBLIOTECA ABRIU
           MOVE "C"           TO W-ACAO-CAL.
           MOVE DATA-PREVISTA TO W-DATA-CAL-INI.
           MOVE W-DATA-HOJE   TO W-DATA-CAL-FIM.
           CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL.
           MOVE W-DIAS-CAL    TO W-DIAS-ATRASO.

       BUSCAR-TITULO-LIVRO.
           MOVE COD-LIVRO-EMP TO COD-LIVRO.
           READ ARQ-LIVRO.
