              88 FIM-ARQUIVO              VALUE "10".
           77 W-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
           77 W-DIAS-MULTA      PIC 9(5)  VALUE ZEROS.
           77 W-QTD-LEITORES    PIC 9(5)  VALUE ZEROS.
           77 W-QTD-SUSPENSOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-REATIVADOS  PIC 9(5)  VALUE ZEROS.
           77 W-DEVE-SUSPENDER  PIC X     VALUE "N".
              88 DEVE-SUSPENDER           VALUE "S".
           77 W-PROGRAMA        PIC X(10) VALUE "SUSPENSAO".
           77 W-ARQUIVO         PIC X(10) VALUE "LEITORES".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
               02 W-DEVEDOR OCCURS 500.
                   03 TAB-COD-LEITOR    PIC 9(5).
                   03 TAB-TOTAL-ABERTO  PIC 9(5)V99.
                   03 TAB-DIAS-ANTIGA   PIC 9(5).

           COPY WSREGRA.

           01 W-LINHA-DETALHE.
               02 DET-ACAO           PIC X(11).
           END-IF.

       CARREGAR-DEVEDORES.
           MOVE ZEROS TO CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
                   MOVE W-QTD-DEVEDORES TO W-POS
                   MOVE COD-LEITOR-MUL TO TAB-COD-LEITOR (W-POS)
                   MOVE ZEROS TO TAB-TOTAL-ABERTO (W-POS)
                   MOVE ZEROS TO TAB-DIAS-ANTIGA (W-POS)
                   PERFORM SOMAR-MULTA-DEVEDOR
               END-IF
           ELSE
               COMPUTE W-DIAS-MULTA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE (DATA-MULTA)
               IF  W-DIAS-MULTA > TAB-DIAS-ANTIGA (W-POS)
                   MOVE W-DIAS-MULTA TO TAB-DIAS-ANTIGA (W-POS)
               END-IF
           ELSE
               *> MULTAS ANTIGAS SEM DATA GRAVADA CONTAM COMO VENCIDAS
               MOVE 99999 TO TAB-DIAS-ANTIGA (W-POS)
           END-IF.

       PROCESSAMENTO.
               VARYING W-I FROM 1 BY 1
               UNTIL ACHOU-DEVEDOR OR W-I > W-QTD-DEVEDORES.

           *> VALOR E PRAZO DE SUSPENSAO DEPENDEM DA CATEGORIA DO LEITOR
           IF  ACHOU-DEVEDOR
               CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                         W-RET-REGRA
               IF  TAB-TOTAL-ABERTO (W-POS) NOT < W-VALOR-LIMITE
                   OR TAB-DIAS-ANTIGA (W-POS) > W-DIAS-LIMITE
                   MOVE "S" TO W-DEVE-SUSPENDER
               END-IF
           END-IF.

           *> LEITOR INATIVO NAO EMPRESTA; SE FOSSE SUSPENSO, A
           *> QUITACAO DA MULTA O REATIVARIA
           IF  DEVE-SUSPENDER AND NOT LEITOR-SUSPENSO
               AND NOT LEITOR-INATIVO
               PERFORM SUSPENDER-LEITOR
           END-IF.
           IF  NOT DEVE-SUSPENDER AND NOT ACHOU-DEVEDOR

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       FINALIZACAO.
           DISPLAY " ".
