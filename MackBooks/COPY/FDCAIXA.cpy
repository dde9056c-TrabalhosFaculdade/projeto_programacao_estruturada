           02 TIPO-CAIXA           PIC X(1).
               88 CAIXA-PAGAMENTO       VALUE "P".
               88 CAIXA-ISENCAO         VALUE "I".
               88 CAIXA-ESTORNO         VALUE "E".
           02 TIPO-MULTA-CAIXA     PIC X(1).
               88 CAIXA-REPOSICAO       VALUE "R".
           02 FILLER               PIC X(9).
