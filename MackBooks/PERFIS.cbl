       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFIS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELPERFIL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDPERFIL.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-PERFIL PIC X(2)  VALUE SPACES.
           77 OPC               PIC X     VALUE SPACE.
              88 OPC-OK                   VALUE "S" "N".
           77 CONF              PIC X     VALUE SPACE.
              88 CONF-OK                  VALUE "S" "N".
           77 W-COD-PERFIL      PIC X     VALUE SPACE.
              88 COD-PERFIL-OK            VALUE "B" "S".
           77 W-PERFIL-NOVO     PIC X     VALUE "N".
              88 PERFIL-NOVO              VALUE "S".
           77 W-OPCOES-NOVAS    PIC X(36) VALUE SPACES.
           77 W-OPCOES-ADM-NOVAS PIC X(36) VALUE SPACES.
           77 W-OPCOES-TESTE    PIC X(36) VALUE SPACES.
           77 W-OPCOES-PERMITIDAS PIC X(36) VALUE SPACES.
           77 W-OPCOES-CORRETAS PIC X     VALUE "S".
              88 OPCOES-CORRETAS          VALUE "S".
           77 W-QTD-OCORRENCIAS PIC 9(2)  VALUE ZEROS.
           77 W-I               PIC 9(2)  VALUE ZEROS.
           77 W-PROGRAMA        PIC X(10) VALUE "PERFIS".
           77 W-ARQUIVO         PIC X(10) VALUE "PERFIS".
           77 W-OPERACAO        PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES    PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS   PIC X(124) VALUE SPACES.
           77 W-BRANCO          PIC X(50) VALUE SPACES.

           COPY WSPERFIL.

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
           IF  W-COD-ERRO-PERFIL = "00" OR PERFIL-NOVO
               PERFORM RECEBER-DADOS-NOVOS
               PERFORM GRAVAR-REGISTRO
           END-IF.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE SPACE  TO W-COD-PERFIL.
           MOVE "N"    TO W-PERFIL-NOVO.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "PERFIS DE ACESSO"          AT 1311.

           DISPLAY "CODIGO DO PERFIL (B/S):"   AT 1502.
           DISPLAY "DESCRICAO:"                AT 1702.
           DISPLAY "OPCOES DO MENU PRINCIPAL:" AT 1902.
           DISPLAY "OPCOES DE OUTRAS ROTINAS:" AT 2002.
           DISPLAY "CONFIRMA GRAVACAO? (S/N):" AT 2202.
           DISPLAY "OUTRO REGISTRO? (S/N):"    AT 2402.
           DISPLAY "MENSAGEM:"                 AT 2602.
           DISPLAY "O PERFIL ADMINISTRADOR (A) TEM ACESSO A TODAS AS "
               "OPCOES" AT 2802.

       ROTINA-LEITURA.
           PERFORM WITH TEST AFTER UNTIL COD-PERFIL-OK
               ACCEPT W-COD-PERFIL AT 1526 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-COD-PERFIL) TO W-COD-PERFIL
               IF  NOT COD-PERFIL-OK
                   DISPLAY "DIGITE 'B' OU 'S'" AT 2612
               END-IF
           END-PERFORM.
           MOVE W-COD-PERFIL TO COD-PERFIL.
           READ ARQ-PERFIL.

       EXIBIR-DADOS-LIDOS.

           EVALUATE W-COD-ERRO-PERFIL
               WHEN "00"
                   DISPLAY DESC-PERFIL       AT 1713
                   DISPLAY OPCOES-PERFIL     AT 1928
                   DISPLAY OPCOES-ADM-PERFIL AT 2028
                   DISPLAY "PERFIL JA CADASTRADO - INFORME AS NOVAS "
                       "OPCOES" AT 2612
               WHEN "23"
                   MOVE "S" TO W-PERFIL-NOVO
                   PERFORM CARREGAR-PERFIL-PADRAO
                       VARYING W-I FROM 1 BY 1
                       UNTIL W-I > 2
                   DISPLAY DESC-PERFIL       AT 1713
                   DISPLAY OPCOES-PERFIL     AT 1928
                   DISPLAY OPCOES-ADM-PERFIL AT 2028
                   DISPLAY "PERFIL SEM CADASTRO - EXIBINDO AS OPCOES "
                       "PADRAO" AT 2612
               WHEN OTHER
                   DISPLAY "ERRO AO LER O ARQUIVO - STATUS "
                       W-COD-ERRO-PERFIL AT 2612
           END-EVALUATE.

       CARREGAR-PERFIL-PADRAO.
           IF  TABP-COD-PERFIL (W-I) = W-COD-PERFIL
               MOVE SPACES                 TO REG-PERFIL
               MOVE W-COD-PERFIL           TO COD-PERFIL
               MOVE TABP-DESC-PERFIL (W-I) TO DESC-PERFIL
               MOVE TABP-OPCOES (W-I)      TO OPCOES-PERFIL
               MOVE TABP-OPCOES-ADM (W-I)  TO OPCOES-ADM-PERFIL
           END-IF.

       RECEBER-DADOS-NOVOS.

           MOVE "N" TO W-OPCOES-CORRETAS.
           PERFORM WITH TEST AFTER UNTIL OPCOES-CORRETAS
               MOVE SPACES TO W-OPCOES-NOVAS
               ACCEPT W-OPCOES-NOVAS AT 1928
               MOVE FUNCTION UPPER-CASE (W-OPCOES-NOVAS)
                   TO W-OPCOES-NOVAS
               MOVE W-OPCOES-NOVAS TO W-OPCOES-TESTE
               MOVE W-OPCOES-VALIDAS-PRINCIPAL TO W-OPCOES-PERMITIDAS
               PERFORM VALIDAR-OPCOES
           END-PERFORM.

           MOVE "N" TO W-OPCOES-CORRETAS.
           PERFORM WITH TEST AFTER UNTIL OPCOES-CORRETAS
               MOVE SPACES TO W-OPCOES-ADM-NOVAS
               ACCEPT W-OPCOES-ADM-NOVAS AT 2028
               MOVE FUNCTION UPPER-CASE (W-OPCOES-ADM-NOVAS)
                   TO W-OPCOES-ADM-NOVAS
               MOVE W-OPCOES-ADM-NOVAS TO W-OPCOES-TESTE
               MOVE W-OPCOES-VALIDAS-ADM TO W-OPCOES-PERMITIDAS
               PERFORM VALIDAR-OPCOES
           END-PERFORM.

       VALIDAR-OPCOES.
           MOVE "S" TO W-OPCOES-CORRETAS.
           PERFORM VALIDAR-CARACTER-OPCAO
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > 36.
           IF  NOT OPCOES-CORRETAS
               DISPLAY "OPCAO INEXISTENTE NA LISTA - REDIGITE"
                   AT 2612
           ELSE
               PERFORM LIMPAR-ESPACO-MENSAGEM
           END-IF.

       VALIDAR-CARACTER-OPCAO.
           IF  W-OPCOES-TESTE (W-I:1) NOT = SPACE
               MOVE ZEROS TO W-QTD-OCORRENCIAS
               INSPECT W-OPCOES-PERMITIDAS TALLYING W-QTD-OCORRENCIAS
                   FOR ALL W-OPCOES-TESTE (W-I:1)
               IF  W-QTD-OCORRENCIAS = ZEROS
                   MOVE "N" TO W-OPCOES-CORRETAS
               END-IF
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
               IF  PERFIL-NOVO
                   MOVE SPACES TO W-IMAGEM-ANTES
                   MOVE W-OPCOES-NOVAS     TO OPCOES-PERFIL
                   MOVE W-OPCOES-ADM-NOVAS TO OPCOES-ADM-PERFIL
                   WRITE REG-PERFIL
                   IF  W-COD-ERRO-PERFIL = "00"
                       DISPLAY "PERFIL CADASTRADO COM SUCESSO" AT 2612
                       MOVE REG-PERFIL TO W-IMAGEM-DEPOIS
                       MOVE "I"        TO W-OPERACAO
                       PERFORM GRAVAR-MOVIMENTO
                   ELSE
                       DISPLAY "ERRO AO GRAVAR PERFIL" AT 2612
                   END-IF
               ELSE
                   MOVE REG-PERFIL         TO W-IMAGEM-ANTES
                   MOVE W-OPCOES-NOVAS     TO OPCOES-PERFIL
                   MOVE W-OPCOES-ADM-NOVAS TO OPCOES-ADM-PERFIL
                   REWRITE REG-PERFIL
                   IF  W-COD-ERRO-PERFIL = "00"
                       DISPLAY "PERFIL ALTERADO COM SUCESSO" AT 2612
                       MOVE REG-PERFIL TO W-IMAGEM-DEPOIS
                       MOVE "A"        TO W-OPERACAO
                       PERFORM GRAVAR-MOVIMENTO
                   ELSE
                       DISPLAY "ERRO AO ALTERAR PERFIL" AT 2612
                   END-IF
               END-IF
           ELSE
               DISPLAY "GRAVACAO CANCELADA" AT 2612
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
           OPEN I-O ARQ-PERFIL.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2612.

       FINALIZACAO.
           CLOSE ARQ-PERFIL.
