           77 W-VALOR-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 W-TOT-PAGAMENTOS  PIC 9(7)V99 VALUE ZEROS.
           77 W-TOT-ISENCOES    PIC 9(7)V99 VALUE ZEROS.
           77 W-TOT-ESTORNOS    PIC 9(7)V99 VALUE ZEROS.
           77 W-TOT-REPOSICAO   PIC 9(7)V99 VALUE ZEROS.
           77 W-TOT-LIQUIDO     PIC S9(7)V99 VALUE ZEROS.
           77 W-VALOR-LIQ-ED    PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           77 W-I               PIC 9(3)  VALUE ZEROS.
           77 W-POS             PIC 9(3)  VALUE ZEROS.
           77 W-ACHOU-OPERADOR  PIC X     VALUE "N".
                   03 TAB-VAL-PAGTOS    PIC 9(7)V99.
                   03 TAB-QTD-ISENCOES  PIC 9(5).
                   03 TAB-VAL-ISENCOES  PIC 9(7)V99.
                   03 TAB-QTD-ESTORNOS  PIC 9(5).
                   03 TAB-VAL-ESTORNOS  PIC 9(7)V99.

           01 W-LINHA-OPERADOR.
               02 DET-OPERADOR      PIC X(8).
               02 DET-QTD-ISENCOES  PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-VAL-ISENCOES  PIC ZZZ.ZZ9,99.
               02 FILLER            PIC X(4)  VALUE SPACES.
               02 DET-QTD-ESTORNOS  PIC ZZZZ9.
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-VAL-ESTORNOS  PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

           END-IF.

       SOMAR-LANCAMENTO.
           *> ESTORNO DEVOLVE AO LEITOR UMA REPOSICAO JA PAGA
           EVALUATE TRUE
               WHEN CAIXA-PAGAMENTO
                   ADD 1 TO TAB-QTD-PAGTOS (W-POS)
                   ADD VALOR-CAIXA TO TAB-VAL-PAGTOS (W-POS)
                   ADD VALOR-CAIXA TO W-TOT-PAGAMENTOS
                   IF  CAIXA-REPOSICAO
                       ADD VALOR-CAIXA TO W-TOT-REPOSICAO
                   END-IF
               WHEN CAIXA-ESTORNO
                   ADD 1 TO TAB-QTD-ESTORNOS (W-POS)
                   ADD VALOR-CAIXA TO TAB-VAL-ESTORNOS (W-POS)
                   ADD VALOR-CAIXA TO W-TOT-ESTORNOS
               WHEN OTHER
                   ADD 1 TO TAB-QTD-ISENCOES (W-POS)
                   ADD VALOR-CAIXA TO TAB-VAL-ISENCOES (W-POS)
                   ADD VALOR-CAIXA TO W-TOT-ISENCOES
           END-EVALUATE.

       LER-PROXIMO-LANCAMENTO.
           READ ARQ-CAIXA NEXT RECORD
               DISPLAY "DATA: " W-DATA-FECHAMENTO
           END-IF.
           DISPLAY " ".
           DISPLAY "OPERADOR   PAGTOS      VALOR     ISENC      VALOR"
               "    ESTORN      VALOR".
           DISPLAY " ".
           PERFORM IMPRIMIR-OPERADOR
               VARYING W-I FROM 1 BY 1
           DISPLAY "LANCAMENTOS NO PERIODO:  " W-CONTADOR-ED.
           MOVE W-TOT-PAGAMENTOS TO W-VALOR-ED.
           DISPLAY "TOTAL RECEBIDO:       R$ " W-VALOR-ED.
           MOVE W-TOT-REPOSICAO TO W-VALOR-ED.
           DISPLAY "  EM REPOSICOES:      R$ " W-VALOR-ED.
           MOVE W-TOT-ISENCOES TO W-VALOR-ED.
           DISPLAY "TOTAL ISENTADO:       R$ " W-VALOR-ED.
           MOVE W-TOT-ESTORNOS TO W-VALOR-ED.
           DISPLAY "TOTAL ESTORNADO:      R$ " W-VALOR-ED.
           COMPUTE W-TOT-LIQUIDO = W-TOT-PAGAMENTOS - W-TOT-ESTORNOS.
           MOVE W-TOT-LIQUIDO TO W-VALOR-LIQ-ED.
           DISPLAY "SALDO DO CAIXA:       R$" W-VALOR-LIQ-ED.
           CLOSE ARQ-CAIXA.

       IMPRIMIR-OPERADOR.
           MOVE TAB-VAL-PAGTOS (W-I)   TO DET-VAL-PAGTOS.
           MOVE TAB-QTD-ISENCOES (W-I) TO DET-QTD-ISENCOES.
           MOVE TAB-VAL-ISENCOES (W-I) TO DET-VAL-ISENCOES.
           MOVE TAB-QTD-ESTORNOS (W-I) TO DET-QTD-ESTORNOS.
           MOVE TAB-VAL-ESTORNOS (W-I) TO DET-VAL-ESTORNOS.
           DISPLAY W-LINHA-OPERADOR.
