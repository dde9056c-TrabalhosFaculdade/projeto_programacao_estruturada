       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELCAL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDCAL.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-CAL    PIC X(2)  VALUE SPACES.
           77 OPC               PIC X     VALUE SPACE.
              88 OPC-OK                   VALUE "S" "N".
           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 EXCL              PIC X     VALUE SPACE.
              88 EXCL-OK                  VALUE "S" "N".
           77 W-MODO            PIC X     VALUE SPACE.
              88 MODO-OK                  VALUE "D" "F".
              88 MODO-DATA                VALUE "D".
           77 W-DATA-INFORMADA  PIC 9(8)  VALUE ZEROS.
           77 W-ANO             PIC 9(4)  VALUE ZEROS.
           77 W-DATA-NOVA       PIC X     VALUE "N".
              88 DATA-NOVA                VALUE "S".
           77 W-TIPO-NOVO       PIC X     VALUE SPACE.
              88 TIPO-NOVO-OK             VALUE "F" "R" "S".
           77 W-DESC-NOVA       PIC X(30) VALUE SPACES.
           77 W-DIA-INTEIRO     PIC 9(7)  VALUE ZEROS.
           77 W-DIA-FINAL       PIC 9(7)  VALUE ZEROS.
           77 W-DIA-SEMANA      PIC 9(1)  VALUE ZEROS.
           77 W-QTD-GERADOS     PIC 9(3)  VALUE ZEROS.
           77 W-QTD-EXISTENTES  PIC 9(3)  VALUE ZEROS.
           77 W-GERADOS-ED      PIC ZZ9   VALUE ZEROS.
           77 W-EXISTENTES-ED   PIC ZZ9   VALUE ZEROS.
           77 W-MSG             PIC X(60) VALUE SPACES.
           77 W-PROGRAMA        PIC X(10) VALUE "CALENDARIO".
           77 W-ARQUIVO         PIC X(10) VALUE "CALENDARIO".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-BRANCO          PIC X(60) VALUE SPACES.

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
           PERFORM RECEBER-MODO.
           IF  MODO-DATA
               PERFORM ROTINA-LEITURA
               PERFORM EXIBIR-DADOS-LIDOS
               IF  W-COD-ERRO-CAL = "00" OR DATA-NOVA
                   PERFORM RECEBER-DADOS-NOVOS
                   PERFORM GRAVAR-REGISTRO
               END-IF
           ELSE
               PERFORM GERAR-FINS-DE-SEMANA
           END-IF.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE SPACE  TO W-MODO.
           MOVE ZEROS  TO W-DATA-INFORMADA W-ANO.
           MOVE "N"    TO W-DATA-NOVA.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "CALENDARIO DA BIBLIOTECA"           AT 1311.

           DISPLAY "(D)ATA OU (F)INS DE SEMANA DO ANO:" AT 1502.
           DISPLAY "CONFIRMA GRAVACAO? (S/N):"          AT 2202.
           DISPLAY "OUTRO REGISTRO? (S/N):"             AT 2402.
           DISPLAY "MENSAGEM:"                          AT 2602.

       RECEBER-MODO.
           PERFORM WITH TEST AFTER UNTIL MODO-OK
               ACCEPT W-MODO AT 1537 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-MODO) TO W-MODO
               IF  NOT MODO-OK
                   DISPLAY "DIGITE 'D' OU 'F'" AT 2612
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-ESPACO-MENSAGEM.
           IF  MODO-DATA
               DISPLAY "DATA (AAAAMMDD):"       AT 1702
               DISPLAY "TIPO (F/R/S):"          AT 1802
               DISPLAY "F=FERIADO R=RECESSO S=FIM DE SEMANA" AT 1820
               DISPLAY "DESCRICAO:"             AT 1902
           ELSE
               DISPLAY "ANO (AAAA):"            AT 1702
           END-IF.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER
                   UNTIL FUNCTION TEST-DATE-YYYYMMDD (W-DATA-INFORMADA)
                         = ZEROS
               ACCEPT W-DATA-INFORMADA AT 1719
               IF  FUNCTION TEST-DATE-YYYYMMDD (W-DATA-INFORMADA)
                   NOT = ZEROS
                   DISPLAY "DATA INVALIDA" AT 2612
               END-IF
           END-PERFORM.
           MOVE W-DATA-INFORMADA TO DATA-CALENDARIO.
           READ ARQ-CALENDARIO.

       EXIBIR-DADOS-LIDOS.

           EVALUATE W-COD-ERRO-CAL
               WHEN "00"
                   DISPLAY TIPO-CALENDARIO AT 1816
                   DISPLAY DESC-CALENDARIO AT 1913
                   DISPLAY "DATA JA CADASTRADA COMO DIA FECHADO"
                       AT 2612
               WHEN "23"
                   MOVE "S" TO W-DATA-NOVA
                   DISPLAY "DATA NOVA - INFORME O MOTIVO DO FECHAMENTO"
                       AT 2612
               WHEN OTHER
                   DISPLAY "ERRO AO LER O ARQUIVO - STATUS "
                       W-COD-ERRO-CAL AT 2612
           END-EVALUATE.

       RECEBER-DADOS-NOVOS.

           MOVE "N" TO EXCL.
           IF  NOT DATA-NOVA
               DISPLAY "EXCLUIR A DATA? (S/N):" AT 2102
               PERFORM WITH TEST AFTER UNTIL EXCL-OK
                   ACCEPT EXCL AT 2125 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (EXCL) TO EXCL
                   IF  NOT EXCL-OK
                       DISPLAY "DIGITE 'S' OU 'N'" AT 2612
                   END-IF
               END-PERFORM
           END-IF.

           IF  EXCL = "N"
               PERFORM WITH TEST AFTER UNTIL TIPO-NOVO-OK
                   MOVE SPACE TO W-TIPO-NOVO
                   ACCEPT W-TIPO-NOVO AT 1816 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-TIPO-NOVO)
                       TO W-TIPO-NOVO
                   IF  NOT TIPO-NOVO-OK
                       DISPLAY "DIGITE 'F', 'R' OU 'S'" AT 2612
                   END-IF
               END-PERFORM
               MOVE SPACES TO W-DESC-NOVA
               ACCEPT W-DESC-NOVA AT 1913
               MOVE FUNCTION UPPER-CASE (W-DESC-NOVA) TO W-DESC-NOVA
           END-IF.
           PERFORM LIMPAR-ESPACO-MENSAGEM.

       GRAVAR-REGISTRO.

           PERFORM RECEBER-CONFIRMACAO.

           IF  CONF = "S"
               EVALUATE TRUE
                   WHEN EXCL = "S"
                       PERFORM EXCLUIR-DATA
                   WHEN DATA-NOVA
                       MOVE SPACES           TO W-IMAGEM-ANTES
                       MOVE SPACES           TO REG-CALENDARIO
                       MOVE W-DATA-INFORMADA TO DATA-CALENDARIO
                       MOVE W-TIPO-NOVO      TO TIPO-CALENDARIO
                       MOVE W-DESC-NOVA      TO DESC-CALENDARIO
                       WRITE REG-CALENDARIO
                       IF  W-COD-ERRO-CAL = "00"
                           DISPLAY "DATA CADASTRADA COM SUCESSO"
                               AT 2612
                           MOVE REG-CALENDARIO TO W-IMAGEM-DEPOIS
                           MOVE "I"            TO W-OPERACAO
                           PERFORM GRAVAR-MOVIMENTO
                       ELSE
                           DISPLAY "ERRO AO GRAVAR DATA" AT 2612
                       END-IF
                   WHEN OTHER
                       MOVE REG-CALENDARIO   TO W-IMAGEM-ANTES
                       MOVE W-TIPO-NOVO      TO TIPO-CALENDARIO
                       MOVE W-DESC-NOVA      TO DESC-CALENDARIO
                       REWRITE REG-CALENDARIO
                       IF  W-COD-ERRO-CAL = "00"
                           DISPLAY "DATA ALTERADA COM SUCESSO" AT 2612
                           MOVE REG-CALENDARIO TO W-IMAGEM-DEPOIS
                           MOVE "A"            TO W-OPERACAO
                           PERFORM GRAVAR-MOVIMENTO
                       ELSE
                           DISPLAY "ERRO AO ALTERAR DATA" AT 2612
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY "GRAVACAO CANCELADA" AT 2612
           END-IF.

       EXCLUIR-DATA.
           MOVE REG-CALENDARIO TO W-IMAGEM-ANTES.
           DELETE ARQ-CALENDARIO RECORD.
           IF  W-COD-ERRO-CAL = "00"
               DISPLAY "DATA EXCLUIDA - A BIBLIOTECA ABRE NESTE DIA"
                   AT 2612
               MOVE SPACES TO W-IMAGEM-DEPOIS
               MOVE "E"    TO W-OPERACAO
               PERFORM GRAVAR-MOVIMENTO
           ELSE
               DISPLAY "ERRO AO EXCLUIR DATA" AT 2612
           END-IF.

       GERAR-FINS-DE-SEMANA.

           PERFORM WITH TEST AFTER UNTIL W-ANO > 1600
               ACCEPT W-ANO AT 1714
               IF  W-ANO NOT > 1600
                   DISPLAY "ANO INVALIDO" AT 2612
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-ESPACO-MENSAGEM.

           PERFORM RECEBER-CONFIRMACAO.

           IF  CONF = "S"
               MOVE ZEROS TO W-QTD-GERADOS W-QTD-EXISTENTES
               COMPUTE W-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE (W-ANO * 10000 + 0101)
               COMPUTE W-DIA-FINAL =
                   FUNCTION INTEGER-OF-DATE (W-ANO * 10000 + 1231)
               PERFORM GERAR-DIA-FIM-DE-SEMANA
                   UNTIL W-DIA-INTEIRO > W-DIA-FINAL
               MOVE W-QTD-GERADOS    TO W-GERADOS-ED
               MOVE W-QTD-EXISTENTES TO W-EXISTENTES-ED
               MOVE SPACES TO W-MSG
               STRING "DIAS GERADOS: "    DELIMITED BY SIZE
                      W-GERADOS-ED        DELIMITED BY SIZE
                      "  JA EXISTENTES: " DELIMITED BY SIZE
                      W-EXISTENTES-ED     DELIMITED BY SIZE
                      INTO W-MSG
               DISPLAY W-MSG AT 2612
           ELSE
               DISPLAY "GERACAO CANCELADA" AT 2612
           END-IF.

       GERAR-DIA-FIM-DE-SEMANA.
           *> O DIA 1 DO CALENDARIO INTEIRO (01/01/1601) FOI SEGUNDA
           COMPUTE W-DIA-SEMANA = FUNCTION MOD (W-DIA-INTEIRO, 7).
           IF  W-DIA-SEMANA = 6 OR W-DIA-SEMANA = 0
               MOVE SPACES TO REG-CALENDARIO
               COMPUTE DATA-CALENDARIO =
                   FUNCTION DATE-OF-INTEGER (W-DIA-INTEIRO)
               MOVE "S" TO TIPO-CALENDARIO
               IF  W-DIA-SEMANA = 6
                   MOVE "SABADO"  TO DESC-CALENDARIO
               ELSE
                   MOVE "DOMINGO" TO DESC-CALENDARIO
               END-IF
               WRITE REG-CALENDARIO
               EVALUATE W-COD-ERRO-CAL
                   WHEN "00"
                       ADD 1 TO W-QTD-GERADOS
                       MOVE SPACES         TO W-IMAGEM-ANTES
                       MOVE REG-CALENDARIO TO W-IMAGEM-DEPOIS
                       MOVE "I"            TO W-OPERACAO
                       PERFORM GRAVAR-MOVIMENTO
                   WHEN "22"
                       ADD 1 TO W-QTD-EXISTENTES
                   WHEN OTHER
                       DISPLAY "ERRO AO GRAVAR DATA - STATUS "
                           W-COD-ERRO-CAL AT 2612
               END-EVALUATE
           END-IF.
           ADD 1 TO W-DIA-INTEIRO.

       RECEBER-CONFIRMACAO.
           PERFORM WITH TEST AFTER UNTIL CONF-OK
               ACCEPT CONF AT 2229 WITH AUTO
               MOVE FUNCTION UPPER-CASE (CONF) TO CONF
               IF  NOT CONF-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2612
               END-IF
           END-PERFORM.

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
           OPEN I-O ARQ-CALENDARIO.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2612.

       FINALIZACAO.
           CLOSE ARQ-CALENDARIO.
