           77 W-NOME-NOVO       PIC X(40) VALUE SPACES.
           77 W-FONE-NOVO       PIC X(15) VALUE SPACES.
           77 W-EMAIL-NOVO      PIC X(40) VALUE SPACES.
           77 W-CATEGORIA-NOVA  PIC X     VALUE SPACE.
              88 CATEGORIA-NOVA-OK        VALUE "A" "P" "F" "C".
           77 W-PROGRAMA        PIC X(10) VALUE "LEITORES".
           77 W-ARQUIVO         PIC X(10) VALUE "LEITORES".
           77 W-SERIE-LEITOR    PIC X(10) VALUE "LEITOR".
           77 W-ACAO-SEQ        PIC X(1)  VALUE SPACE.
           77 W-NUMERO-SEQ      PIC 9(5)  VALUE ZEROS.
           DISPLAY "CADASTRO DE LEITORES"      AT 1311.

           DISPLAY "CODIGO DO LEITOR (0=NOVO):" AT 1502.
           DISPLAY "MATRICULA:"                AT 1602.
           DISPLAY "NOME:"                     AT 1702.
           DISPLAY "TELEFONE:"                 AT 1902.
           DISPLAY "E-MAIL:"                   AT 2102.
           DISPLAY "CATEGORIA (A/P/F/C):"      AT 2202.
           DISPLAY "A=ALUNO P=PROFESSOR F=FUNCIONARIO C=COMUNIDADE"
               AT 2226.
           DISPLAY "CONFIRMA GRAVACAO? (S/N):" AT 2302.
           DISPLAY "OUTRO REGISTRO? (S/N):"    AT 2502.
           DISPLAY "MENSAGEM:"                 AT 2702.
                   MOVE "S" TO W-LEITOR-NOVO
                   DISPLAY "LEITOR NOVO - O CODIGO SERA GERADO NA "
                       "GRAVACAO" AT 2712
               WHEN W-COD-ERRO-LEITOR = "00" AND LEITOR-ANONIMIZADO
                   MOVE "26" TO W-COD-ERRO-LEITOR
                   DISPLAY "LEITOR ANONIMIZADO - USE CODIGO 0 PARA "
                       "NOVO CADASTRO" AT 2712
               WHEN W-COD-ERRO-LEITOR = "00"
                   DISPLAY NOME-LEITOR-CAD AT 1708
                   DISPLAY FONE-LEITOR     AT 1912
                   DISPLAY EMAIL-LEITOR    AT 2110
                   DISPLAY CATEGORIA-LEITOR AT 2223
                   DISPLAY MATRICULA-LEITOR AT 1613
                   DISPLAY "LEITOR JA CADASTRADO - INFORME OS NOVOS "
                       "DADOS" AT 2712
               WHEN W-COD-ERRO-LEITOR = "23"
           ACCEPT W-FONE-NOVO  AT 1912.
           ACCEPT W-EMAIL-NOVO AT 2110.

           PERFORM WITH TEST AFTER UNTIL CATEGORIA-NOVA-OK
               MOVE SPACE TO W-CATEGORIA-NOVA
               ACCEPT W-CATEGORIA-NOVA AT 2223 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CATEGORIA-NOVA)
                   TO W-CATEGORIA-NOVA
               IF  NOT CATEGORIA-NOVA-OK
                   DISPLAY "DIGITE 'A', 'P', 'F' OU 'C'" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       GRAVAR-REGISTRO.

           PERFORM WITH TEST AFTER UNTIL CONF-OK
               MOVE W-NOME-NOVO  TO NOME-LEITOR-CAD
               MOVE W-FONE-NOVO  TO FONE-LEITOR
               MOVE W-EMAIL-NOVO TO EMAIL-LEITOR
               MOVE W-CATEGORIA-NOVA TO CATEGORIA-LEITOR
               IF  LEITOR-NOVO
                   MOVE "A" TO SITUACAO-LEITOR
                   ACCEPT DATA-CADASTRO-LEITOR FROM DATE YYYYMMDD
                   *> A MATRICULA SO VEM DA SINCRONIZACAO
                   MOVE SPACES TO MATRICULA-LEITOR
                   PERFORM OBTER-E-GRAVAR-LEITOR
                       WITH TEST AFTER
                       UNTIL W-COD-ERRO-LEITOR NOT = "22"

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-LEITOR.
