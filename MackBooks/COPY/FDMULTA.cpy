       FD ARQ-MULTA.
       01 REG-MULTA.
           02 CHAVE-MULTA.
               03 COD-EMPRESTIMO-MUL PIC 9(5).
               03 TIPO-MULTA         PIC X(1).
                   88 MULTA-ATRASO          VALUE "A".
                   88 MULTA-REPOSICAO       VALUE "R".
           02 COD-LEITOR-MUL     PIC 9(5).
           02 NOME-LEITOR-MUL    PIC X(40).
           02 DIAS-ATRASO-MUL    PIC 9(5).
               88 MULTA-ABERTA          VALUE "A".
               88 MULTA-PAGA            VALUE "P".
               88 MULTA-ISENTA          VALUE "I".
               88 MULTA-ESTORNADA       VALUE "E".
           02 DATA-MULTA         PIC 9(8).
           02 FILLER             PIC X(9).
