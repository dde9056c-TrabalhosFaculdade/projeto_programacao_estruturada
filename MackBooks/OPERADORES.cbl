       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELOPER.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDOPER.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-OPER   PIC X(2)  VALUE SPACES.
           77 OPC               PIC X     VALUE SPACE.
              88 OPC-OK                   VALUE "S" "N".
           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 W-COD-OPERADOR    PIC X(8)  VALUE SPACES.
           77 W-OPERADOR-NOVO   PIC X     VALUE "N".
              88 OPERADOR-NOVO            VALUE "S".
           77 W-NOME-NOVO       PIC X(40) VALUE SPACES.
           77 W-SENHA-NOVA      PIC X(8)  VALUE SPACES.
           77 W-CIFRA           PIC 9(10) VALUE ZEROS.
           77 W-PERFIL-NOVO     PIC X     VALUE SPACE.
              88 PERFIL-NOVO-OK           VALUE "B" "S" "A".
           77 W-SITUACAO-NOVA   PIC X     VALUE SPACE.
              88 SITUACAO-NOVA-OK         VALUE "A" "I" "B".
           77 W-PROGRAMA        PIC X(10) VALUE "OPERADORES".
           77 W-ARQUIVO         PIC X(10) VALUE "OPERADORES".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-BRANCO          PIC X(50) VALUE SPACES.

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

           SCREEN SECTION.
           01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL OPC = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM ABRIR-ARQUIVO.
           MOVE "S" TO OPC.

       PROCESSAMENTO.

           PERFORM FORMATAR-TELA.
           PERFORM ROTINA-LEITURA.
           PERFORM EXIBIR-DADOS-LIDOS.
           IF  W-COD-ERRO-OPER = "00" OR OPERADOR-NOVO
               PERFORM RECEBER-DADOS-NOVOS
               PERFORM GRAVAR-REGISTRO
           END-IF.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE SPACES TO W-COD-OPERADOR.
           MOVE "N"    TO W-OPERADOR-NOVO.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "CADASTRO DE OPERADORES"    AT 1311.

           DISPLAY "CODIGO DO OPERADOR:"       AT 1502.
           DISPLAY "NOME:"                     AT 1702.
           DISPLAY "SENHA:"                    AT 1802.
           DISPLAY "PERFIL (B/S/A):"           AT 1902.
           DISPLAY "SITUACAO (A/I/B):"         AT 2002.
           DISPLAY "CONFIRMA GRAVACAO? (S/N):" AT 2202.
           DISPLAY "OUTRO REGISTRO? (S/N):"    AT 2402.
           DISPLAY "MENSAGEM:"                 AT 2602.
           DISPLAY "B=BALCAO S=SUPERVISOR A=ADMINISTRADOR" AT 1922.
           DISPLAY "A=ATIVO I=INATIVO B=BLOQUEADO" AT 2024.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL W-COD-OPERADOR NOT = SPACES
               ACCEPT W-COD-OPERADOR AT 1522
               MOVE FUNCTION UPPER-CASE (W-COD-OPERADOR)
                   TO W-COD-OPERADOR
               IF  W-COD-OPERADOR = SPACES
                   DISPLAY "INFORME O CODIGO DO OPERADOR" AT 2612
               END-IF
           END-PERFORM.
           MOVE W-COD-OPERADOR TO COD-OPERADOR-CAD.
           READ ARQ-OPERADOR.

       EXIBIR-DADOS-LIDOS.

           EVALUATE W-COD-ERRO-OPER
               WHEN "00"
                   DISPLAY NOME-OPERADOR     AT 1708
                   DISPLAY PERFIL-OPERADOR   AT 1918
                   DISPLAY SITUACAO-OPERADOR AT 2020
                   DISPLAY "(EM BRANCO MANTEM A ATUAL)" AT 1818
                   DISPLAY "OPERADOR JA CADASTRADO - INFORME OS NOVOS "
                       "DADOS" AT 2612
               WHEN "23"
                   MOVE "S" TO W-OPERADOR-NOVO
                   DISPLAY "OPERADOR NOVO - INFORME OS DADOS" AT 2612
               WHEN OTHER
                   DISPLAY "ERRO AO LER O ARQUIVO - STATUS "
                       W-COD-ERRO-OPER AT 2612
           END-EVALUATE.

       RECEBER-DADOS-NOVOS.
           MOVE SPACES TO W-NOME-NOVO W-SENHA-NOVA.
           MOVE SPACES TO W-PERFIL-NOVO W-SITUACAO-NOVA.
           ACCEPT W-NOME-NOVO AT 1708.

           PERFORM WITH TEST AFTER
                   UNTIL W-SENHA-NOVA NOT = SPACES OR NOT OPERADOR-NOVO
               ACCEPT W-SENHA-NOVA AT 1809 WITH SECURE
               IF  W-SENHA-NOVA = SPACES AND OPERADOR-NOVO
                   DISPLAY "INFORME A SENHA DO OPERADOR" AT 2612
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL PERFIL-NOVO-OK
               ACCEPT W-PERFIL-NOVO AT 1918 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-PERFIL-NOVO)
                   TO W-PERFIL-NOVO
               IF  NOT PERFIL-NOVO-OK
                   DISPLAY "DIGITE 'B', 'S' OU 'A'" AT 2612
               END-IF
           END-PERFORM.

           IF  OPERADOR-NOVO
               MOVE "A" TO W-SITUACAO-NOVA
               DISPLAY W-SITUACAO-NOVA AT 2020
           ELSE
               PERFORM WITH TEST AFTER UNTIL SITUACAO-NOVA-OK
                   ACCEPT W-SITUACAO-NOVA AT 2020 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-SITUACAO-NOVA)
                       TO W-SITUACAO-NOVA
                   IF  NOT SITUACAO-NOVA-OK
                       DISPLAY "DIGITE 'A', 'I' OU 'B'" AT 2612
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-REGISTRO.

           PERFORM WITH TEST AFTER UNTIL CONF-OK
               ACCEPT CONF AT 2229 WITH AUTO
               MOVE FUNCTION UPPER-CASE (CONF) TO CONF
               IF  NOT CONF-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2612
               END-IF
           END-PERFORM.

           IF  CONF = "S"
               EVALUATE TRUE
                   WHEN W-NOME-NOVO = SPACES
                       DISPLAY "NOME NAO PODE FICAR EM BRANCO" AT 2612
                   WHEN W-COD-OPERADOR = COD-OPERADOR
                        AND NOT OPERADOR-NOVO
                        AND (W-SITUACAO-NOVA NOT = "A"
                             OR W-PERFIL-NOVO NOT = PERFIL-OPERADOR)
                       DISPLAY "NAO E PERMITIDO ALTERAR O PROPRIO "
                           "PERFIL OU SITUACAO" AT 2612
                   WHEN OTHER
                       PERFORM ATUALIZAR-OPERADOR
               END-EVALUATE
           ELSE
               DISPLAY "GRAVACAO CANCELADA" AT 2612
           END-IF.

       ATUALIZAR-OPERADOR.

           IF  OPERADOR-NOVO
               MOVE SPACES TO W-IMAGEM-ANTES
               MOVE SPACES TO REG-OPERADOR
               MOVE W-COD-OPERADOR TO COD-OPERADOR-CAD
               MOVE ZEROS          TO DATA-ULTIMO-ACESSO
           ELSE
               MOVE REG-OPERADOR TO W-IMAGEM-ANTES
           END-IF.

           MOVE W-NOME-NOVO     TO NOME-OPERADOR.
           MOVE W-PERFIL-NOVO   TO PERFIL-OPERADOR.
           MOVE W-SITUACAO-NOVA TO SITUACAO-OPERADOR.
           IF  W-SENHA-NOVA NOT = SPACES
               CALL "CIFRA-SENHA" USING W-COD-OPERADOR W-SENHA-NOVA
                                        W-CIFRA
               MOVE W-CIFRA TO SENHA-OPERADOR
           END-IF.
           *> DESBLOQUEIO OU TROCA DE SENHA ZERAM AS TENTATIVAS
           IF  OPERADOR-ATIVO OR W-SENHA-NOVA NOT = SPACES
               MOVE ZEROS TO TENTATIVAS-OPERADOR
           END-IF.

           IF  OPERADOR-NOVO
               WRITE REG-OPERADOR
               IF  W-COD-ERRO-OPER = "00"
                   DISPLAY "OPERADOR CADASTRADO COM SUCESSO" AT 2612
                   MOVE REG-OPERADOR TO W-IMAGEM-DEPOIS
                   MOVE "I"          TO W-OPERACAO
                   PERFORM GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY "ERRO AO GRAVAR OPERADOR" AT 2612
               END-IF
           ELSE
               REWRITE REG-OPERADOR
               IF  W-COD-ERRO-OPER = "00"
                   DISPLAY "OPERADOR ALTERADO COM SUCESSO" AT 2612
                   MOVE REG-OPERADOR TO W-IMAGEM-DEPOIS
                   MOVE "A"          TO W-OPERACAO
                   PERFORM GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY "ERRO AO ALTERAR OPERADOR" AT 2612
               END-IF
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

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-OPERADOR.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2612.

       FINALIZACAO.
           CLOSE ARQ-OPERADOR.
