               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELOPER.
                       COPY SELPERFIL.
                       COPY SELACESSO.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDOPER.
           COPY FDPERFIL.
           COPY FDACESSO.

           WORKING-STORAGE SECTION.
           77 OPC-MENU  PIC X     VALUE SPACE.
              88 OPC-MENU-OK      VALUE "1" "2" "3" "4" "5" "6" "7"
                                        "8" "9" "0" "A" "B" "C" "D"
                                        "E" "F" "G" "H" "I" "J"
                                        "K" "L" "M" "N" "O" "P"
                                        "Q" "R" "S" "T" "U" "V"
                                        "W".
           77 OPC-ROTINA PIC X    VALUE SPACE.
              88 OPC-ROTINA-OK    VALUE "1" "2" "3" "4" "5" "6" "7"
                                        "8" "9" "A" "B" "C" "D" "E"
                                        "F" "G" "0".
           77 W-BRANCO  PIC X(50) VALUE SPACES.
           77 W-OPERADOR PIC X(8) VALUE SPACES.
           77 W-SENHA    PIC X(8) VALUE SPACES.
           77 W-CIFRA    PIC 9(10) VALUE ZEROS.
           77 W-COD-ERRO-OPER   PIC X(2) VALUE SPACES.
           77 W-COD-ERRO-PERFIL PIC X(2) VALUE SPACES.
           77 W-COD-ERRO-ACESSO PIC X(2) VALUE SPACES.
           77 W-LIMITE-TENTATIVAS PIC 9(1) VALUE 3.
           77 W-TENTATIVAS-SESSAO PIC 9(1) VALUE ZEROS.
           77 W-LOGIN   PIC X     VALUE "N".
              88 LOGIN-OK         VALUE "S".
              88 LOGIN-ENCERRADO  VALUE "E".
           77 W-CADASTRO-VAZIO PIC X VALUE "N".
              88 CADASTRO-OPERADORES-VAZIO VALUE "S".
           77 W-OPERADORES-ABERTO PIC X VALUE "N".
              88 OPERADORES-ABERTO VALUE "S".
           77 W-PERFIL-LIDO     PIC X VALUE "N".
              88 PERFIL-LIDO       VALUE "S".
           77 W-PERFIL  PIC X(1)  VALUE SPACE.
              88 PERFIL-ADMINISTRADOR-SESSAO VALUE "A".
           77 W-OPCOES      PIC X(36) VALUE SPACES.
           77 W-OPCOES-ADM  PIC X(36) VALUE SPACES.
           77 W-MENU-ATUAL  PIC X(1)  VALUE "P".
              88 MENU-PRINCIPAL       VALUE "P".
              88 MENU-ROTINAS         VALUE "R".
           77 W-OPCAO-TESTE PIC X(1)  VALUE SPACE.
           77 W-QTD-OCORRENCIAS PIC 9(2) VALUE ZEROS.
           77 W-PERMISSAO   PIC X(1)  VALUE "N".
              88 OPCAO-PERMITIDA      VALUE "S".
           77 W-EVENTO      PIC X(1)  VALUE SPACE.
           77 W-HORA-SISTEMA PIC 9(8) VALUE ZEROS.
           77 W-I           PIC 9(2)  VALUE ZEROS.
           77 W-QTD-ITENS-PRINCIPAL PIC 9(2) VALUE 33.
           77 W-QTD-ITENS-ROTINAS   PIC 9(2) VALUE 17.

           01 W-PARM-EXECUCAO.
               02 W-MODO-EXECUCAO   PIC X(1) VALUE "I".
               02 W-PARM-CORRIGIR   PIC X(1) VALUE SPACE.
               02 W-PARM-DATA-CORTE PIC 9(8) VALUE ZEROS.

           COPY WSPERFIL.

           01 W-ITENS-PRINCIPAL.
               02 FILLER PIC X(5)  VALUE "11502".
               02 FILLER PIC X(26) VALUE "1 - CONSULTA DE LIVROS".
               02 FILLER PIC X(5)  VALUE "21602".
               02 FILLER PIC X(26) VALUE "2 - CADASTRO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "31702".
               02 FILLER PIC X(26) VALUE "3 - ALTERACAO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "41802".
               02 FILLER PIC X(26) VALUE "4 - EXCLUSAO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "51902".
               02 FILLER PIC X(26) VALUE "5 - RELATORIO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "62002".
               02 FILLER PIC X(26) VALUE "6 - EMPRESTIMO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "72102".
               02 FILLER PIC X(26) VALUE "7 - DEVOLUCAO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "82202".
               02 FILLER PIC X(26) VALUE "8 - CARGA EM LOTE".
               02 FILLER PIC X(5)  VALUE "92302".
               02 FILLER PIC X(26) VALUE "9 - REORGANIZAR LIVROS".
               02 FILLER PIC X(5)  VALUE "M2402".
               02 FILLER PIC X(26) VALUE "M - RENOVACAO DE LIVROS".
               02 FILLER PIC X(5)  VALUE "02502".
               02 FILLER PIC X(26) VALUE "0 - SAIR".
               02 FILLER PIC X(5)  VALUE "A1528".
               02 FILLER PIC X(26) VALUE "A - RELATORIO DE ATRASADOS".
               02 FILLER PIC X(5)  VALUE "B1628".
               02 FILLER PIC X(26) VALUE "B - CADASTRO DE LEITORES".
               02 FILLER PIC X(5)  VALUE "C1728".
               02 FILLER PIC X(26) VALUE "C - RESERVA DE LIVROS".
               02 FILLER PIC X(5)  VALUE "D1828".
               02 FILLER PIC X(26) VALUE "D - BAIXA DE MULTAS".
               02 FILLER PIC X(5)  VALUE "E1928".
               02 FILLER PIC X(26) VALUE "E - DEMANDA DE CONSULTAS".
               02 FILLER PIC X(5)  VALUE "F2028".
               02 FILLER PIC X(26) VALUE "F - BATIMENTO EMPRESTADOS".
               02 FILLER PIC X(5)  VALUE "G2128".
               02 FILLER PIC X(26) VALUE "G - EXPURGO EMPRESTIMOS".
               02 FILLER PIC X(5)  VALUE "H2228".
               02 FILLER PIC X(26) VALUE "H - HISTORICO EMPRESTIMOS".
               02 FILLER PIC X(5)  VALUE "I2328".
               02 FILLER PIC X(26) VALUE "I - ESTAT. DE CIRCULACAO".
               02 FILLER PIC X(5)  VALUE "J2428".
               02 FILLER PIC X(26) VALUE "J - EXPORTACAO DO ACERVO".
               02 FILLER PIC X(5)  VALUE "K2528".
               02 FILLER PIC X(26) VALUE "K - CONTROLE DE EXEMPLARES".
               02 FILLER PIC X(5)  VALUE "L1555".
               02 FILLER PIC X(26) VALUE "L - CONVERTER EMPRESTIMOS".
               02 FILLER PIC X(5)  VALUE "N1655".
               02 FILLER PIC X(26) VALUE "N - AVISOS DE COBRANCA".
               02 FILLER PIC X(5)  VALUE "O1755".
               02 FILLER PIC X(26) VALUE "O - SUSPENSAO DE LEITORES".
               02 FILLER PIC X(5)  VALUE "P1855".
               02 FILLER PIC X(26) VALUE "P - FECHAMENTO DE CAIXA".
               02 FILLER PIC X(5)  VALUE "Q1955".
               02 FILLER PIC X(26) VALUE "Q - INVENTARIO DO ACERVO".
               02 FILLER PIC X(5)  VALUE "R2055".
               02 FILLER PIC X(26) VALUE "R - ROTINA NOTURNA".
               02 FILLER PIC X(5)  VALUE "S2155".
               02 FILLER PIC X(26) VALUE "S - CADASTRO DE CATEGORIAS".
               02 FILLER PIC X(5)  VALUE "T2255".
               02 FILLER PIC X(26) VALUE "T - ACERVO POR CATEGORIA".
               02 FILLER PIC X(5)  VALUE "U2355".
               02 FILLER PIC X(26) VALUE "U - EXTRATO DO LEITOR".
               02 FILLER PIC X(5)  VALUE "V2455".
               02 FILLER PIC X(26) VALUE "V - EXPIRACAO DE RESERVAS".
               02 FILLER PIC X(5)  VALUE "W2555".
               02 FILLER PIC X(26) VALUE "W - OUTRAS ROTINAS".

           01 W-TAB-PRINCIPAL REDEFINES W-ITENS-PRINCIPAL.
               02 W-ITEM-PRINCIPAL OCCURS 33.
                   03 TABM-OPCAO   PIC X(1).
                   03 TABM-POSICAO PIC 9(4).
                   03 TABM-TEXTO   PIC X(26).

           01 W-ITENS-ROTINAS.
               02 FILLER PIC X(5)  VALUE "11502".
               02 FILLER PIC X(36) VALUE "1 - CADASTRO DE OPERADORES".
               02 FILLER PIC X(5)  VALUE "21602".
               02 FILLER PIC X(36) VALUE "2 - PERFIS DE ACESSO".
               02 FILLER PIC X(5)  VALUE "31702".
               02 FILLER PIC X(36) VALUE "3 - OCORRENCIAS DE ACESSO".
               02 FILLER PIC X(5)  VALUE "41802".
               02 FILLER PIC X(36) VALUE "4 - PARAMETROS DE CIRCULACAO".
               02 FILLER PIC X(5)  VALUE "51902".
               02 FILLER PIC X(36) VALUE "5 - CALENDARIO DA BIBLIOTECA".
               02 FILLER PIC X(5)  VALUE "62002".
               02 FILLER PIC X(36) VALUE "6 - PERDA E AVARIA DE LIVROS".
               02 FILLER PIC X(5)  VALUE "72102".
               02 FILLER PIC X(36) VALUE "7 - CONVERTER MULTAS".
               02 FILLER PIC X(5)  VALUE "82202".
               02 FILLER PIC X(36) VALUE "8 - RECOMENDAR AQUISICOES".
               02 FILLER PIC X(5)  VALUE "92302".
               02 FILLER PIC X(36) VALUE "9 - AUDITORIA DE INTEGRIDADE".
               02 FILLER PIC X(5)  VALUE "A2402".
               02 FILLER PIC X(36) VALUE "A - RECUPERACAO DE ARQUIVOS".
               02 FILLER PIC X(5)  VALUE "B1541".
               02 FILLER PIC X(36) VALUE "B - REGISTRO CONTINGENCIA".
               02 FILLER PIC X(5)  VALUE "C1641".
               02 FILLER PIC X(36) VALUE "C - POSTAR CONTINGENCIA".
               02 FILLER PIC X(5)  VALUE "D1741".
               02 FILLER PIC X(36) VALUE "D - CONVERTER CODIGO LIVRO".
               02 FILLER PIC X(5)  VALUE "E1841".
               02 FILLER PIC X(36) VALUE "E - ANONIMIZAR LEITORES".
               02 FILLER PIC X(5)  VALUE "F1941".
               02 FILLER PIC X(36) VALUE "F - RELATORIO DO TITULAR".
               02 FILLER PIC X(5)  VALUE "G2041".
               02 FILLER PIC X(36) VALUE "G - SINCRONIZAR LEITORES".
               02 FILLER PIC X(5)  VALUE "02502".
               02 FILLER PIC X(36) VALUE "0 - VOLTAR AO MENU PRINCIPAL".

           01 W-TAB-ROTINAS REDEFINES W-ITENS-ROTINAS.
               02 W-ITEM-ROTINAS OCCURS 17.
                   03 TABR-OPCAO   PIC X(1).
                   03 TABR-POSICAO PIC 9(4).
                   03 TABR-TEXTO   PIC X(36).

           SCREEN SECTION.
           01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.
       PROCEDURE DIVISION.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM RECEBER-OPERADOR
               UNTIL LOGIN-OK OR LOGIN-ENCERRADO.
           *> OPERADORES E PERFIS SAO REABERTOS PELAS ROTINAS QUE OS
           *> MANTEM; NAO PODEM FICAR PRESOS AO MENU
           PERFORM FINALIZACAO.
           IF  LOGIN-OK
               PERFORM CARREGAR-PERMISSOES
               PERFORM PROCESSAMENTO UNTIL OPC-MENU = "0"
           END-IF.
           EXIT PROGRAM.

       INICIALIZACAO.
           OPEN I-O ARQ-OPERADOR.
           EVALUATE W-COD-ERRO-OPER
               WHEN "00"
                   MOVE "S" TO W-OPERADORES-ABERTO
                   MOVE LOW-VALUES TO COD-OPERADOR-CAD
                   START ARQ-OPERADOR
                       KEY IS NOT LESS THAN COD-OPERADOR-CAD
                       INVALID KEY
                           MOVE "S" TO W-CADASTRO-VAZIO
                   END-START
               WHEN "05"
                   MOVE "S" TO W-OPERADORES-ABERTO
                   MOVE "S" TO W-CADASTRO-VAZIO
               WHEN "35"
                   MOVE "S" TO W-CADASTRO-VAZIO
               WHEN OTHER
                   *> ARQUIVO PRESO OU DANIFICADO NAO E CADASTRO VAZIO
                   MOVE "E" TO W-LOGIN
           END-EVALUATE.

           *> LIMPANDO TELA
           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "IDENTIFICACAO DO OPERADOR" AT 1311.
           DISPLAY "CODIGO DO OPERADOR:"       AT 1502.
           IF  NOT CADASTRO-OPERADORES-VAZIO
               DISPLAY "SENHA:"                AT 1702
           END-IF.
           DISPLAY "MENSAGEM:"                 AT 1902.
           IF  LOGIN-ENCERRADO
               DISPLAY "ERRO AO ABRIR OPERADORES.DAT - STATUS "
                   W-COD-ERRO-OPER AT 1912
           END-IF.

       RECEBER-OPERADOR.

           MOVE SPACES TO W-OPERADOR W-SENHA.
           DISPLAY W-OPERADOR AT 1522.
           DISPLAY W-SENHA    AT 1709.
           PERFORM WITH TEST AFTER UNTIL W-OPERADOR NOT = SPACES
               ACCEPT W-OPERADOR AT 1522 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPERADOR) TO W-OPERADOR
               IF  W-OPERADOR = SPACES
                   DISPLAY "INFORME O CODIGO DO OPERADOR" AT 1912
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-MENSAGEM-OPERADOR.

           IF  CADASTRO-OPERADORES-VAZIO
               *> PRIMEIRO ACESSO: SEM OPERADORES, ENTRA COMO
               *> ADMINISTRADOR PARA CADASTRA-LOS
               MOVE "A" TO W-PERFIL
               MOVE "S" TO W-LOGIN
           ELSE
               ACCEPT W-SENHA AT 1709 WITH SECURE
               PERFORM VALIDAR-OPERADOR
           END-IF.

       VALIDAR-OPERADOR.

           MOVE W-OPERADOR TO COD-OPERADOR-CAD.
           READ ARQ-OPERADOR.
           EVALUATE TRUE
               WHEN W-COD-ERRO-OPER NOT = "00"
                   MOVE SPACE TO W-PERFIL
                   MOVE "D"   TO W-EVENTO
                   DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1912
                   PERFORM REGISTRAR-ACESSO
                   PERFORM CONTAR-TENTATIVA-SESSAO
               WHEN OPERADOR-BLOQUEADO
                   MOVE PERFIL-OPERADOR TO W-PERFIL
                   MOVE "L" TO W-EVENTO
                   DISPLAY "OPERADOR BLOQUEADO - PROCURE O SUPERVISOR"
                       AT 1912
                   PERFORM REGISTRAR-ACESSO
                   PERFORM CONTAR-TENTATIVA-SESSAO
               WHEN NOT OPERADOR-ATIVO
                   MOVE PERFIL-OPERADOR TO W-PERFIL
                   MOVE "I" TO W-EVENTO
                   DISPLAY "OPERADOR INATIVO" AT 1912
                   PERFORM REGISTRAR-ACESSO
                   PERFORM CONTAR-TENTATIVA-SESSAO
               WHEN OTHER
                   MOVE PERFIL-OPERADOR TO W-PERFIL
                   CALL "CIFRA-SENHA" USING W-OPERADOR W-SENHA W-CIFRA
                   IF  W-CIFRA = SENHA-OPERADOR
                       PERFORM CONFIRMAR-ACESSO
                   ELSE
                       PERFORM REGISTRAR-SENHA-INVALIDA
                   END-IF
           END-EVALUATE.

       CONFIRMAR-ACESSO.
           MOVE ZEROS TO TENTATIVAS-OPERADOR.
           ACCEPT DATA-ULTIMO-ACESSO FROM DATE YYYYMMDD.
           REWRITE REG-OPERADOR.
           MOVE "S" TO W-LOGIN.

       REGISTRAR-SENHA-INVALIDA.
           ADD 1 TO TENTATIVAS-OPERADOR.
           IF  TENTATIVAS-OPERADOR NOT < W-LIMITE-TENTATIVAS
               MOVE "B" TO SITUACAO-OPERADOR
               MOVE "B" TO W-EVENTO
               DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO" AT 1912
           ELSE
               MOVE "F" TO W-EVENTO
               DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1912
           END-IF.
           REWRITE REG-OPERADOR.
           PERFORM REGISTRAR-ACESSO.
           PERFORM CONTAR-TENTATIVA-SESSAO.

       CONTAR-TENTATIVA-SESSAO.
           ADD 1 TO W-TENTATIVAS-SESSAO.
           IF  W-TENTATIVAS-SESSAO NOT < W-LIMITE-TENTATIVAS
               MOVE "E" TO W-LOGIN
               DISPLAY "LIMITE DE TENTATIVAS ATINGIDO - ACESSO "
                   "ENCERRADO" AT 1912
           END-IF.

       CARREGAR-PERMISSOES.
           MOVE SPACES TO W-OPCOES W-OPCOES-ADM.
           MOVE "N" TO W-PERFIL-LIDO.
           OPEN INPUT ARQ-PERFIL.
           IF  W-COD-ERRO-PERFIL = "00" OR W-COD-ERRO-PERFIL = "05"
               MOVE W-PERFIL TO COD-PERFIL
               READ ARQ-PERFIL
               IF  W-COD-ERRO-PERFIL = "00"
                   MOVE "S" TO W-PERFIL-LIDO
                   MOVE OPCOES-PERFIL     TO W-OPCOES
                   MOVE OPCOES-ADM-PERFIL TO W-OPCOES-ADM
               END-IF
               CLOSE ARQ-PERFIL
           END-IF.
           IF  NOT PERFIL-LIDO
               PERFORM BUSCAR-PERFIL-PADRAO
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 2
           END-IF.

       BUSCAR-PERFIL-PADRAO.
           IF  TABP-COD-PERFIL (W-I) = W-PERFIL
               MOVE TABP-OPCOES (W-I)     TO W-OPCOES
               MOVE TABP-OPCOES-ADM (W-I) TO W-OPCOES-ADM
           END-IF.

       PROCESSAMENTO.

           MOVE "P" TO W-MENU-ATUAL.
           PERFORM EXIBIR-MENU.
           PERFORM RECEBER-OPCAO.
           PERFORM EXECUTAR-OPCAO.
           CALL "CABECALHO".
           DISPLAY "MENU PRINCIPAL"           AT 1311.

           PERFORM EXIBIR-ITEM-PRINCIPAL
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-QTD-ITENS-PRINCIPAL.

           DISPLAY "OPCAO:"                   AT 2702.
           DISPLAY "MENSAGEM:"                AT 2802.
           IF  CADASTRO-OPERADORES-VAZIO
               DISPLAY "NENHUM OPERADOR CADASTRADO - USE W / 1"
                   AT 2812
           END-IF.

       EXIBIR-ITEM-PRINCIPAL.
           MOVE TABM-OPCAO (W-I) TO W-OPCAO-TESTE.
           PERFORM VERIFICAR-PERMISSAO.
           IF  OPCAO-PERMITIDA
               DISPLAY TABM-TEXTO (W-I) AT TABM-POSICAO (W-I)
           END-IF.

       RECEBER-OPCAO.

           MOVE "N" TO W-PERMISSAO.
           PERFORM WITH TEST AFTER UNTIL OPC-MENU-OK AND OPCAO-PERMITIDA
               ACCEPT OPC-MENU AT 2709 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC-MENU) TO OPC-MENU
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  NOT OPC-MENU-OK
                   DISPLAY "OPCAO INVALIDA" AT 2812
               ELSE
                   MOVE OPC-MENU TO W-OPCAO-TESTE
                   PERFORM VERIFICAR-PERMISSAO
                   IF  NOT OPCAO-PERMITIDA
                       DISPLAY "OPCAO NAO PERMITIDA PARA O PERFIL"
                           AT 2812
                       MOVE "N" TO W-EVENTO
                       PERFORM REGISTRAR-ACESSO
                   END-IF
               END-IF
           END-PERFORM.

                   CALL "EXTRATO"
               WHEN "V"
                   CALL "EXPIRACAO" USING W-OPERADOR
               WHEN "W"
                   MOVE SPACE TO OPC-ROTINA
                   PERFORM PROCESSAR-ROTINAS UNTIL OPC-ROTINA = "0"
               WHEN "0"
                   CONTINUE
           END-EVALUATE.

       PROCESSAR-ROTINAS.

           MOVE "R" TO W-MENU-ATUAL.
           PERFORM EXIBIR-MENU-ROTINAS.
           PERFORM RECEBER-OPCAO-ROTINA.
           PERFORM EXECUTAR-OPCAO-ROTINA.

       EXIBIR-MENU-ROTINAS.

           *> LIMPANDO TELA
           DISPLAY CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "OUTRAS ROTINAS"           AT 1311.

           PERFORM EXIBIR-ITEM-ROTINAS
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-QTD-ITENS-ROTINAS.

           DISPLAY "OPCAO:"                   AT 2702.
           DISPLAY "MENSAGEM:"                AT 2802.

       EXIBIR-ITEM-ROTINAS.
           MOVE TABR-OPCAO (W-I) TO W-OPCAO-TESTE.
           PERFORM VERIFICAR-PERMISSAO.
           IF  OPCAO-PERMITIDA
               DISPLAY TABR-TEXTO (W-I) AT TABR-POSICAO (W-I)
           END-IF.

       RECEBER-OPCAO-ROTINA.

           MOVE "N" TO W-PERMISSAO.
           PERFORM WITH TEST AFTER
                   UNTIL OPC-ROTINA-OK AND OPCAO-PERMITIDA
               ACCEPT OPC-ROTINA AT 2709 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC-ROTINA) TO OPC-ROTINA
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  NOT OPC-ROTINA-OK
                   DISPLAY "OPCAO INVALIDA" AT 2812
               ELSE
                   MOVE OPC-ROTINA TO W-OPCAO-TESTE
                   PERFORM VERIFICAR-PERMISSAO
                   IF  NOT OPCAO-PERMITIDA
                       DISPLAY "OPCAO NAO PERMITIDA PARA O PERFIL"
                           AT 2812
                       MOVE "N" TO W-EVENTO
                       PERFORM REGISTRAR-ACESSO
                   END-IF
               END-IF
           END-PERFORM.

       EXECUTAR-OPCAO-ROTINA.

           EVALUATE OPC-ROTINA
               WHEN "1"
                   CALL "OPERADORES" USING W-OPERADOR
               WHEN "2"
                   CALL "PERFIS" USING W-OPERADOR
               WHEN "3"
                   CALL "ACESSOS" USING W-OPERADOR
               WHEN "4"
                   CALL "PARAMETROS" USING W-OPERADOR
               WHEN "5"
                   CALL "CALENDARIO" USING W-OPERADOR
               WHEN "6"
                   CALL "PERDA" USING W-OPERADOR
               WHEN "7"
                   CALL "CONVERTE-MULTA"
               WHEN "8"
                   CALL "AQUISICAO" USING W-OPERADOR
               WHEN "9"
                   CALL "AUDITORIA" USING W-PARM-EXECUCAO W-OPERADOR
               WHEN "A"
                   CALL "RECUPERA" USING W-OPERADOR
               WHEN "B"
                   CALL "CONTINGENCIA" USING W-OPERADOR
               WHEN "C"
                   CALL "POSTAGEM" USING W-OPERADOR
               WHEN "D"
                   CALL "CONVERTE-LIVRO"
               WHEN "E"
                   CALL "ANONIMIZA" USING W-OPERADOR
               WHEN "F"
                   CALL "TITULAR" USING W-OPERADOR
               WHEN "G"
                   CALL "SINCRONIZA" USING W-OPERADOR
               WHEN "0"
                   CONTINUE
           END-EVALUATE.

       VERIFICAR-PERMISSAO.
           MOVE "N"   TO W-PERMISSAO.
           MOVE ZEROS TO W-QTD-OCORRENCIAS.
           EVALUATE TRUE
               WHEN W-OPCAO-TESTE = "0"
                   MOVE 1 TO W-QTD-OCORRENCIAS
               WHEN PERFIL-ADMINISTRADOR-SESSAO
                   MOVE 1 TO W-QTD-OCORRENCIAS
               WHEN MENU-PRINCIPAL AND W-OPCAO-TESTE = "W"
                   IF  W-OPCOES-ADM NOT = SPACES
                       MOVE 1 TO W-QTD-OCORRENCIAS
                   END-IF
               WHEN MENU-PRINCIPAL
                   INSPECT W-OPCOES TALLYING W-QTD-OCORRENCIAS
                       FOR ALL W-OPCAO-TESTE
               WHEN OTHER
                   INSPECT W-OPCOES-ADM TALLYING W-QTD-OCORRENCIAS
                       FOR ALL W-OPCAO-TESTE
           END-EVALUATE.
           IF  W-QTD-OCORRENCIAS > ZEROS
               MOVE "S" TO W-PERMISSAO
           END-IF.

       REGISTRAR-ACESSO.
           OPEN EXTEND ARQ-ACESSO.
           MOVE SPACES TO REG-ACESSO.
           ACCEPT DATA-ACESSO FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SISTEMA FROM TIME.
           MOVE W-HORA-SISTEMA (1:6) TO HORA-ACESSO.
           MOVE W-OPERADOR   TO OPERADOR-ACESSO.
           MOVE W-PERFIL     TO PERFIL-ACESSO.
           MOVE W-EVENTO     TO EVENTO-ACESSO.
           IF  ACESSO-NEGADO
               MOVE W-MENU-ATUAL  TO MENU-ACESSO
               MOVE W-OPCAO-TESTE TO OPCAO-ACESSO
           END-IF.
           WRITE REG-ACESSO.
           IF  W-COD-ERRO-ACESSO NOT = "00"
               DISPLAY "ERRO AO GRAVAR ACESSOS.LOG - STATUS "
                   W-COD-ERRO-ACESSO AT 2812
           END-IF.
           CLOSE ARQ-ACESSO.

       LIMPAR-MENSAGEM-OPERADOR.
           DISPLAY W-BRANCO AT 1912.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2812.

       FINALIZACAO.
           IF  OPERADORES-ABERTO
               CLOSE ARQ-OPERADOR
               MOVE "N" TO W-OPERADORES-ABERTO
           END-IF.
