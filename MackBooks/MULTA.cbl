              88 BAIXA-PAGAMENTO          VALUE "P".
              88 BAIXA-ISENCAO            VALUE "I".
              88 OPC-BAIXA-OK             VALUE "P" "I".
           77 W-TIPO-MULTA      PIC X     VALUE SPACE.
              88 TIPO-MULTA-OK            VALUE "A" "R".
           77 COD-EMPRESTIMO-ED PIC ZZZZ9 VALUE ZEROS.
           77 W-COD-LEITOR-BAIXA PIC 9(5) VALUE ZEROS.
           77 W-QTD-MULTAS-ABERTAS PIC 9(3) VALUE ZEROS.
           77 W-DIAS-ATRASO-ED  PIC ZZZZ9 VALUE ZEROS.
           77 W-VALOR-MULTA-ED  PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-PROGRAMA        PIC X(10) VALUE "MULTA".
           77 W-ARQUIVO         PIC X(10) VALUE SPACES.

           01 W-LINHA-RECIBO-1.
               02 FILLER             PIC X(10) VALUE "RECIBO NR ".
           01 W-LINHA-RECIBO-3.
               02 FILLER             PIC X(10) VALUE "VALOR: R$ ".
               02 REC-VALOR          PIC ZZ.ZZ9,99.
               02 REC-REFERENCIA     PIC X(25).
               02 REC-COD-EMPRESTIMO PIC ZZZZ9.

           01 W-LINHA-RECIBO-4.
           DISPLAY "BAIXA DE MULTAS"                 AT 1311.

           DISPLAY "CODIGO DO EMPRESTIMO:"           AT 1502.
           DISPLAY "TIPO (A)TRASO OU (R)EPOSICAO:"   AT 1602.
           DISPLAY "LEITOR:"                         AT 1702.
           DISPLAY "DIAS DE ATRASO:"                 AT 1902.
           DISPLAY "VALOR: R$"                       AT 2002.

       ROTINA-LEITURA.
           ACCEPT COD-EMPRESTIMO-ED AT 1524.
           MOVE COD-EMPRESTIMO-ED TO COD-EMPRESTIMO-MUL.
           PERFORM WITH TEST AFTER UNTIL TIPO-MULTA-OK
               ACCEPT W-TIPO-MULTA AT 1633 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-MULTA) TO W-TIPO-MULTA
               IF  NOT TIPO-MULTA-OK
                   DISPLAY "DIGITE 'A' OU 'R'" AT 2612
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-ESPACO-MENSAGEM.
           MOVE W-TIPO-MULTA TO TIPO-MULTA.
           READ ARQ-MULTA.

       EXIBIR-DADOS-MULTA.
                   WHEN MULTA-ISENTA
                       DISPLAY "ISENTA" AT 2112
                       DISPLAY "MULTA JA BAIXADA" AT 2612
                   WHEN MULTA-ESTORNADA
                       DISPLAY "ESTORNADA" AT 2112
                       DISPLAY "COBRANCA ESTORNADA - LIVRO RECUPERADO"
                           AT 2612
               END-EVALUATE
           END-IF.

               IF  W-COD-ERRO-MULTA = "00"
                   MOVE REG-MULTA TO W-IMAGEM-DEPOIS
                   MOVE "A"       TO W-OPERACAO
                   MOVE "MULTAS"  TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   IF  BAIXA-PAGAMENTO
                       DISPLAY "PAGAMENTO REGISTRADO COM SUCESSO"
           MOVE COD-LEITOR-MUL     TO COD-LEITOR-CAIXA.
           MOVE NOME-LEITOR-MUL    TO NOME-LEITOR-CAIXA.
           MOVE VALOR-MULTA        TO VALOR-CAIXA.
           MOVE TIPO-MULTA         TO TIPO-MULTA-CAIXA.
           IF  BAIXA-PAGAMENTO
               MOVE "P" TO TIPO-CAIXA
           ELSE
               MOVE SPACES    TO W-IMAGEM-ANTES
               MOVE REG-CAIXA TO W-IMAGEM-DEPOIS
               MOVE "I"       TO W-OPERACAO
               MOVE "CAIXA"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               IF  BAIXA-PAGAMENTO
                   PERFORM IMPRIMIR-RECIBO
           MOVE NOME-LEITOR-CAIXA  TO REC-NOME-LEITOR.
           MOVE VALOR-CAIXA        TO REC-VALOR.
           MOVE COD-EMPRESTIMO-CAIXA TO REC-COD-EMPRESTIMO.
           IF  CAIXA-REPOSICAO
               MOVE "  REF. REPOSICAO EMPR.:  " TO REC-REFERENCIA
           ELSE
               MOVE "  REF. MULTA EMPRESTIMO: " TO REC-REFERENCIA
           END-IF.
           MOVE OPERADOR-CAIXA     TO REC-OPERADOR.

           MOVE ALL "-" TO REG-RECIBO.

       CONTAR-MULTAS-ABERTAS.

           MOVE ZEROS TO W-QTD-MULTAS-ABERTAS CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
               IF  W-COD-ERRO-LEITOR = "00"
                   MOVE REG-LEITOR TO W-IMAGEM-DEPOIS
                   MOVE "A"        TO W-OPERACAO
                   MOVE "LEITORES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   DISPLAY "LEITOR REATIVADO - SEM MULTAS EM ABERTO"
                       AT 2712

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-MULTA.
