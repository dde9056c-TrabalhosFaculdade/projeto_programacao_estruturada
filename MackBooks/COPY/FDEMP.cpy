       FD ARQ-EMPRESTIMO.
       01 REG-EMPRESTIMO.
           02 COD-EMPRESTIMO   PIC 9(5).
           02 COD-LIVRO-EMP    PIC 9(5).
           02 NOME-LEITOR      PIC X(40).
           02 DATA-EMPRESTIMO  PIC 9(8).
           02 DATA-PREVISTA    PIC 9(8).
           02 SITUACAO-EMP     PIC X(1).
               88 EMPRESTIMO-ATIVO      VALUE "A".
               88 EMPRESTIMO-DEVOLVIDO  VALUE "D".
               88 EMPRESTIMO-PERDIDO    VALUE "P".
               88 EMPRESTIMO-AVARIADO   VALUE "V".
               88 EMPRESTIMO-ENCERRADO  VALUE "D" "P" "V".
           02 COD-LEITOR-EMP   PIC 9(5).
           02 NUM-TOMBO-EMP    PIC 9(6).
           02 QTD-RENOVACOES-EMP PIC 9(2).
           02 FILLER           PIC X(16).
