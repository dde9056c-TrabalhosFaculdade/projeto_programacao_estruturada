       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTINGENCIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELCONT.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDCONT.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-CONT     PIC X(2)  VALUE SPACES.
           77 OPC                 PIC X     VALUE SPACE.
              88 OPC-OK                     VALUE "S" "N".
           77 CONF                PIC X     VALUE SPACE.
              88 CONF-OK                    VALUE "S" "N".
           77 W-TIPO              PIC X     VALUE SPACE.
              88 TIPO-EMPRESTIMO            VALUE "E".
              88 TIPO-OK                    VALUE "E" "D" "R".
           77 W-DATA-HOJE         PIC 9(8)  VALUE ZEROS.
           77 W-HORA-SISTEMA      PIC 9(8)  VALUE ZEROS.
           77 W-DATA-INFORMADA    PIC 9(8)  VALUE ZEROS.
           77 W-DADOS-OK          PIC X     VALUE "S".
              88 DADOS-OK                   VALUE "S".
           77 COD-EMPRESTIMO-ED   PIC ZZZZ9 VALUE ZEROS.
           77 COD-LIVRO-ED        PIC ZZZZ9 VALUE ZEROS.
           77 NUM-TOMBO-ED        PIC ZZZZZ9 VALUE ZEROS.
           77 COD-LEITOR-ED       PIC ZZZZ9 VALUE ZEROS.
           77 W-BRANCO            PIC X(50) VALUE SPACES.

           01 W-HORA-INFORMADA    PIC 9(6)  VALUE ZEROS.
           01 FILLER REDEFINES W-HORA-INFORMADA.
               02 W-HH            PIC 9(2).
               02 W-MM            PIC 9(2).
               02 W-SS            PIC 9(2).

           LINKAGE SECTION.
           01 COD-OPERADOR        PIC X(8).

           SCREEN SECTION.
           01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           *> NAO ACESSA OS ARQUIVOS DO ACERVO: AS TRANSACOES SO SAO
           *> VALIDADAS E APLICADAS DEPOIS, PELA POSTAGEM
           MOVE "S" TO OPC.
           PERFORM PROCESSAMENTO UNTIL OPC = "N".
           EXIT PROGRAM.

       PROCESSAMENTO.

           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-TIPO.
           PERFORM RECEBER-DATA-HORA.
           PERFORM RECEBER-CODIGOS.
           PERFORM VALIDAR-CODIGOS.
           IF  DADOS-OK
               PERFORM GRAVAR-TRANSACAO
           END-IF.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE SPACE TO W-TIPO.
           MOVE ZEROS TO W-DATA-INFORMADA W-HORA-INFORMADA
                         COD-EMPRESTIMO-ED COD-LIVRO-ED
                         NUM-TOMBO-ED COD-LEITOR-ED.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "CONTINGENCIA - REGISTRO SEM CONEXAO"  AT 1311.

           DISPLAY "TIPO (E/D/R):"                      AT 1502.
           DISPLAY "E=EMPRESTIMO D=DEVOLUCAO R=RENOVACAO" AT 1520.
           DISPLAY "DATA (AAAAMMDD):"                   AT 1602.
           DISPLAY "HORA (HHMMSS):"                     AT 1702.
           DISPLAY "CODIGO DO LEITOR:"                  AT 1802.
           DISPLAY "CODIGO DO LIVRO:"                   AT 1902.
           DISPLAY "NUMERO DO TOMBO:"                   AT 2002.
           DISPLAY "CODIGO DO EMPRESTIMO:"              AT 2102.
           DISPLAY "CONFIRMA REGISTRO? (S/N):"          AT 2302.
           DISPLAY "OUTRO REGISTRO? (S/N):"             AT 2402.
           DISPLAY "MENSAGEM:"                          AT 2602.

       RECEBER-TIPO.
           PERFORM WITH TEST AFTER UNTIL TIPO-OK
               ACCEPT W-TIPO AT 1516 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO) TO W-TIPO
               IF  NOT TIPO-OK
                   DISPLAY "DIGITE 'E', 'D' OU 'R'" AT 2612
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-ESPACO-MENSAGEM.

       RECEBER-DATA-HORA.
           *> DATA E HORA EM BRANCO: MOMENTO ATUAL. NO REGISTRO DE
           *> FICHAS EM PAPEL, DIGITAR A DATA E A HORA DA FICHA
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM WITH TEST AFTER
                   UNTIL W-DATA-INFORMADA = ZEROS
                      OR (FUNCTION TEST-DATE-YYYYMMDD (W-DATA-INFORMADA)
                          = ZEROS
                          AND W-DATA-INFORMADA NOT > W-DATA-HOJE)
               ACCEPT W-DATA-INFORMADA AT 1619
               IF  W-DATA-INFORMADA NOT = ZEROS
                   IF  FUNCTION TEST-DATE-YYYYMMDD (W-DATA-INFORMADA)
                       NOT = ZEROS
                       OR W-DATA-INFORMADA > W-DATA-HOJE
                       DISPLAY "DATA INVALIDA" AT 2612
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER
                   UNTIL W-HH < 24 AND W-MM < 60 AND W-SS < 60
               ACCEPT W-HORA-INFORMADA AT 1717
               IF  W-HH NOT < 24 OR W-MM NOT < 60 OR W-SS NOT < 60
                   DISPLAY "HORA INVALIDA" AT 2612
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-ESPACO-MENSAGEM.
           IF  W-DATA-INFORMADA = ZEROS
               MOVE W-DATA-HOJE TO W-DATA-INFORMADA
               IF  W-HORA-INFORMADA = ZEROS
                   ACCEPT W-HORA-SISTEMA FROM TIME
                   MOVE W-HORA-SISTEMA (1:6) TO W-HORA-INFORMADA
               END-IF
           END-IF.
           DISPLAY W-DATA-INFORMADA AT 1619.
           DISPLAY W-HORA-INFORMADA AT 1717.

       RECEBER-CODIGOS.
           ACCEPT COD-LEITOR-ED AT 1820.
           ACCEPT COD-LIVRO-ED AT 1919.
           ACCEPT NUM-TOMBO-ED AT 2019.
           IF  NOT TIPO-EMPRESTIMO
               ACCEPT COD-EMPRESTIMO-ED AT 2124
           END-IF.

       VALIDAR-CODIGOS.
           *> DEVOLUCAO E RENOVACAO: CODIGO DO EMPRESTIMO, OU TOMBO, OU
           *> LIVRO E LEITOR PARA LOCALIZAR O EMPRESTIMO ATIVO
           MOVE "S" TO W-DADOS-OK.
           IF  TIPO-EMPRESTIMO
               IF  COD-LEITOR-ED = ZEROS OR COD-LIVRO-ED = ZEROS
                   MOVE "N" TO W-DADOS-OK
                   DISPLAY "INFORME O LEITOR E O LIVRO" AT 2612
               END-IF
           ELSE
               IF  COD-EMPRESTIMO-ED = ZEROS
                   AND NUM-TOMBO-ED = ZEROS
                   AND (COD-LEITOR-ED = ZEROS OR COD-LIVRO-ED = ZEROS)
                   MOVE "N" TO W-DADOS-OK
                   DISPLAY "INFORME O EMPRESTIMO, O TOMBO OU "
                       "LEITOR E LIVRO" AT 2612
               END-IF
           END-IF.

       GRAVAR-TRANSACAO.

           PERFORM WITH TEST AFTER UNTIL CONF-OK
               ACCEPT CONF AT 2329 WITH AUTO
               MOVE FUNCTION UPPER-CASE (CONF) TO CONF
               IF  NOT CONF-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2612
               END-IF
           END-PERFORM.

           IF  CONF = "S"
               *> ABRE E FECHA A CADA REGISTRO PARA NADA SE PERDER SE O
               *> EQUIPAMENTO FOR DESLIGADO
               OPEN EXTEND ARQ-CONTINGENCIA
               MOVE SPACES            TO REG-CONTINGENCIA
               MOVE W-DATA-INFORMADA  TO DATA-CONT
               MOVE W-HORA-INFORMADA  TO HORA-CONT
               MOVE W-TIPO            TO TIPO-CONT
               MOVE COD-OPERADOR      TO OPERADOR-CONT
               MOVE COD-EMPRESTIMO-ED TO COD-EMPRESTIMO-CONT
               MOVE COD-LIVRO-ED      TO COD-LIVRO-CONT
               MOVE NUM-TOMBO-ED      TO NUM-TOMBO-CONT
               MOVE COD-LEITOR-ED     TO COD-LEITOR-CONT
               WRITE REG-CONTINGENCIA
               IF  W-COD-ERRO-CONT = "00"
                   DISPLAY "TRANSACAO REGISTRADA PARA POSTAGEM"
                       AT 2612
               ELSE
                   DISPLAY "ERRO AO GRAVAR CONTINGENCIA.DAT - STATUS "
                       W-COD-ERRO-CONT AT 2612
               END-IF
               CLOSE ARQ-CONTINGENCIA
           ELSE
               DISPLAY "REGISTRO CANCELADO" AT 2612
           END-IF.

       RECEBER-OPCAO-CONTINUIDADE.

           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC AT 2425 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  NOT OPC-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2612
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2612.
