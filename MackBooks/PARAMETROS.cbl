       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETROS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELREGRA.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDREGRA.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-REGRA  PIC X(2)  VALUE SPACES.
           77 OPC               PIC X     VALUE SPACE.
              88 OPC-OK                   VALUE "S" "N".
           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 W-CATEGORIA       PIC X     VALUE SPACE.
              88 CATEGORIA-OK             VALUE "A" "P" "F" "C".
           77 W-SEM-CATEGORIA   PIC X     VALUE SPACE.
           77 W-REGRA-NOVA      PIC X     VALUE "N".
              88 REGRA-NOVA               VALUE "S".
           77 W-LIMITE-EMP-ED   PIC Z9    VALUE ZEROS.
           77 W-PRAZO-ED        PIC ZZ9   VALUE ZEROS.
           77 W-LIMITE-RENOV-ED PIC Z9    VALUE ZEROS.
           77 W-DIAS-RENOV-ED   PIC ZZ9   VALUE ZEROS.
           77 W-TAXA-MULTA-ED   PIC ZZ9,99 VALUE ZEROS.
           77 W-VALOR-SUSP-ED   PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-DIAS-SUSP-ED    PIC ZZ9   VALUE ZEROS.
           77 W-PROGRAMA        PIC X(10) VALUE "PARAMETROS".
           77 W-ARQUIVO         PIC X(10) VALUE "REGRAS".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-BRANCO          PIC X(50) VALUE SPACES.

           COPY WSREGRA.

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
           IF  W-COD-ERRO-REGRA = "00" OR REGRA-NOVA
               PERFORM RECEBER-DADOS-NOVOS
               PERFORM GRAVAR-REGISTRO
           END-IF.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE SPACE  TO W-CATEGORIA.
           MOVE "N"    TO W-REGRA-NOVA.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "PARAMETROS DE CIRCULACAO"          AT 1311.

           DISPLAY "CATEGORIA DO LEITOR (A/P/F/C):"    AT 1502.
           DISPLAY "DESCRICAO:"                        AT 1702.
           DISPLAY "LIMITE DE EMPRESTIMOS:"            AT 1802.
           DISPLAY "PRAZO DO EMPRESTIMO (DIAS):"       AT 1902.
           DISPLAY "LIMITE DE RENOVACOES:"             AT 2002.
           DISPLAY "DIAS POR RENOVACAO:"               AT 2102.
           DISPLAY "MULTA POR DIA DE ATRASO:"          AT 2202.
           DISPLAY "DIVIDA PARA SUSPENSAO:"            AT 2302.
           DISPLAY "DIAS DE MULTA PARA SUSPENSAO:"     AT 2402.
           DISPLAY "CONFIRMA GRAVACAO? (S/N):"         AT 2602.
           DISPLAY "OUTRO REGISTRO? (S/N):"            AT 2702.
           DISPLAY "MENSAGEM:"                         AT 2802.
           DISPLAY "A=ALUNO P=PROFESSOR F=FUNCIONARIO C=COMUNIDADE"
               AT 1602.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL CATEGORIA-OK
               ACCEPT W-CATEGORIA AT 1533 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CATEGORIA) TO W-CATEGORIA
               IF  NOT CATEGORIA-OK
                   DISPLAY "DIGITE 'A', 'P', 'F' OU 'C'" AT 2812
               END-IF
           END-PERFORM.
           MOVE W-CATEGORIA TO CATEGORIA-REGRA.
           READ ARQ-REGRA.

       EXIBIR-DADOS-LIDOS.

           EVALUATE W-COD-ERRO-REGRA
               WHEN "00"
                   PERFORM MOVER-REGISTRO-PARA-TELA
                   PERFORM EXIBIR-REGRA
                   DISPLAY "CATEGORIA JA CADASTRADA - INFORME OS NOVOS "
                       "VALORES" AT 2812
               WHEN "23"
                   MOVE "S" TO W-REGRA-NOVA
                   CALL "REGRA-LEITOR" USING W-SEM-CATEGORIA W-REGRA
                                             W-RET-REGRA
                   MOVE SPACES TO W-DESC-REGRA
                   PERFORM EXIBIR-REGRA
                   DISPLAY "CATEGORIA SEM CADASTRO - EXIBINDO AS "
                       "REGRAS PADRAO" AT 2812
               WHEN OTHER
                   DISPLAY "ERRO AO LER O ARQUIVO - STATUS "
                       W-COD-ERRO-REGRA AT 2812
           END-EVALUATE.

       MOVER-REGISTRO-PARA-TELA.
           MOVE DESC-REGRA         TO W-DESC-REGRA.
           MOVE LIMITE-EMP-REGRA   TO W-LIMITE-EMPRESTIMOS.
           MOVE PRAZO-EMP-REGRA    TO W-PRAZO-EMPRESTIMO.
           MOVE LIMITE-RENOV-REGRA TO W-LIMITE-RENOVACOES.
           MOVE DIAS-RENOV-REGRA   TO W-DIAS-RENOVACAO.
           MOVE TAXA-MULTA-REGRA   TO W-TAXA-MULTA.
           MOVE VALOR-SUSP-REGRA   TO W-VALOR-LIMITE.
           MOVE DIAS-SUSP-REGRA    TO W-DIAS-LIMITE.

       EXIBIR-REGRA.
           MOVE W-LIMITE-EMPRESTIMOS TO W-LIMITE-EMP-ED.
           MOVE W-PRAZO-EMPRESTIMO   TO W-PRAZO-ED.
           MOVE W-LIMITE-RENOVACOES  TO W-LIMITE-RENOV-ED.
           MOVE W-DIAS-RENOVACAO     TO W-DIAS-RENOV-ED.
           MOVE W-TAXA-MULTA         TO W-TAXA-MULTA-ED.
           MOVE W-VALOR-LIMITE       TO W-VALOR-SUSP-ED.
           MOVE W-DIAS-LIMITE        TO W-DIAS-SUSP-ED.
           DISPLAY W-DESC-REGRA      AT 1713.
           DISPLAY W-LIMITE-EMP-ED   AT 1833.
           DISPLAY W-PRAZO-ED        AT 1933.
           DISPLAY W-LIMITE-RENOV-ED AT 2033.
           DISPLAY W-DIAS-RENOV-ED   AT 2133.
           DISPLAY W-TAXA-MULTA-ED   AT 2233.
           DISPLAY W-VALOR-SUSP-ED   AT 2333.
           DISPLAY W-DIAS-SUSP-ED    AT 2433.

       RECEBER-DADOS-NOVOS.

           ACCEPT W-DESC-REGRA AT 1713.

           PERFORM WITH TEST AFTER UNTIL W-LIMITE-EMPRESTIMOS > ZEROS
               ACCEPT W-LIMITE-EMP-ED AT 1833
               MOVE W-LIMITE-EMP-ED TO W-LIMITE-EMPRESTIMOS
               IF  W-LIMITE-EMPRESTIMOS = ZEROS
                   DISPLAY "O LIMITE DEVE SER MAIOR QUE ZERO" AT 2812
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL W-PRAZO-EMPRESTIMO > ZEROS
               ACCEPT W-PRAZO-ED AT 1933
               MOVE W-PRAZO-ED TO W-PRAZO-EMPRESTIMO
               IF  W-PRAZO-EMPRESTIMO = ZEROS
                   DISPLAY "O PRAZO DEVE SER MAIOR QUE ZERO" AT 2812
               END-IF
           END-PERFORM.

           ACCEPT W-LIMITE-RENOV-ED AT 2033.
           MOVE W-LIMITE-RENOV-ED TO W-LIMITE-RENOVACOES.

           PERFORM WITH TEST AFTER
                   UNTIL W-DIAS-RENOVACAO > ZEROS
                      OR W-LIMITE-RENOVACOES = ZEROS
               ACCEPT W-DIAS-RENOV-ED AT 2133
               MOVE W-DIAS-RENOV-ED TO W-DIAS-RENOVACAO
               IF  W-DIAS-RENOVACAO = ZEROS
                   AND W-LIMITE-RENOVACOES > ZEROS
                   DISPLAY "INFORME OS DIAS DE CADA RENOVACAO" AT 2812
               END-IF
           END-PERFORM.

           ACCEPT W-TAXA-MULTA-ED AT 2233.
           MOVE W-TAXA-MULTA-ED TO W-TAXA-MULTA.

           ACCEPT W-VALOR-SUSP-ED AT 2333.
           MOVE W-VALOR-SUSP-ED TO W-VALOR-LIMITE.

           ACCEPT W-DIAS-SUSP-ED AT 2433.
           MOVE W-DIAS-SUSP-ED TO W-DIAS-LIMITE.

           PERFORM LIMPAR-ESPACO-MENSAGEM.

       GRAVAR-REGISTRO.

           PERFORM WITH TEST AFTER UNTIL CONF-OK
               ACCEPT CONF AT 2629 WITH AUTO
               MOVE FUNCTION UPPER-CASE (CONF) TO CONF
               IF  NOT CONF-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2812
               END-IF
           END-PERFORM.

           IF  CONF = "S"
               IF  REGRA-NOVA
                   MOVE SPACES      TO W-IMAGEM-ANTES
                   MOVE SPACES      TO REG-REGRA
                   MOVE W-CATEGORIA TO CATEGORIA-REGRA
               ELSE
                   MOVE REG-REGRA   TO W-IMAGEM-ANTES
               END-IF
               PERFORM MOVER-TELA-PARA-REGISTRO
               IF  REGRA-NOVA
                   WRITE REG-REGRA
                   IF  W-COD-ERRO-REGRA = "00"
                       DISPLAY "PARAMETROS CADASTRADOS COM SUCESSO"
                           AT 2812
                       MOVE REG-REGRA TO W-IMAGEM-DEPOIS
                       MOVE "I"       TO W-OPERACAO
                       PERFORM GRAVAR-MOVIMENTO
                   ELSE
                       DISPLAY "ERRO AO GRAVAR PARAMETROS" AT 2812
                   END-IF
               ELSE
                   REWRITE REG-REGRA
                   IF  W-COD-ERRO-REGRA = "00"
                       DISPLAY "PARAMETROS ALTERADOS COM SUCESSO"
                           AT 2812
                       MOVE REG-REGRA TO W-IMAGEM-DEPOIS
                       MOVE "A"       TO W-OPERACAO
                       PERFORM GRAVAR-MOVIMENTO
                   ELSE
                       DISPLAY "ERRO AO ALTERAR PARAMETROS" AT 2812
                   END-IF
               END-IF
           ELSE
               DISPLAY "GRAVACAO CANCELADA" AT 2812
           END-IF.

       MOVER-TELA-PARA-REGISTRO.
           MOVE W-DESC-REGRA         TO DESC-REGRA.
           MOVE W-LIMITE-EMPRESTIMOS TO LIMITE-EMP-REGRA.
           MOVE W-PRAZO-EMPRESTIMO   TO PRAZO-EMP-REGRA.
           MOVE W-LIMITE-RENOVACOES  TO LIMITE-RENOV-REGRA.
           MOVE W-DIAS-RENOVACAO     TO DIAS-RENOV-REGRA.
           MOVE W-TAXA-MULTA         TO TAXA-MULTA-REGRA.
           MOVE W-VALOR-LIMITE       TO VALOR-SUSP-REGRA.
           MOVE W-DIAS-LIMITE        TO DIAS-SUSP-REGRA.

       RECEBER-OPCAO-CONTINUIDADE.

           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC AT 2725 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  NOT OPC-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2812
               END-IF
           END-PERFORM.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-REGRA.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2812.

       FINALIZACAO.
           CLOSE ARQ-REGRA.
