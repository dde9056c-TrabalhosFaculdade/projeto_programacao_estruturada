       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELLIVRO.
                       COPY SELEMP.
                       COPY SELRES.
                       COPY SELMULTA.
                       COPY SELEX.
                       COPY SELLEITOR.
                       COPY SELCAIXA.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDLIVRO.
           COPY FDEMP.
           COPY FDRES.
           COPY FDMULTA.
           COPY FDEX.
           COPY FDLEITOR.
           COPY FDCAIXA.

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO          PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EMP      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-RES      PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-MULTA    PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-EX       PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-LEITOR   PIC X(2)  VALUE SPACES.
           77 W-COD-ERRO-CAIXA    PIC X(2)  VALUE SPACES.
           77 OPC                 PIC X     VALUE SPACE.
              88 OPC-OK                     VALUE "S" "N".
           77 CONF                PIC X     VALUE SPACE.
              88 CONF-OK                    VALUE "S" "N".
           77 W-OCORRENCIA        PIC X     VALUE SPACE.
              88 OCORRENCIA-PERDA           VALUE "P".
              88 OCORRENCIA-AVARIA          VALUE "A".
              88 OCORRENCIA-ESTORNO         VALUE "E".
              88 OCORRENCIA-OK              VALUE "P" "A".
           77 W-VALOR-OK          PIC X     VALUE "N".
              88 VALOR-OK                   VALUE "S".
           77 W-SITUACAO-EX-NOVA  PIC X     VALUE SPACE.
           77 COD-EMPRESTIMO-ED   PIC ZZZZ9 VALUE ZEROS.
           77 NUM-TOMBO-ED        PIC ZZZZZ9 VALUE ZEROS.
           77 W-VALOR-REPOSICAO   PIC 9(5)V99 VALUE ZEROS.
           77 W-VALOR-REPOSICAO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-DIAS-ATRASO       PIC 9(5)  VALUE ZEROS.
           77 W-VALOR-MULTA-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 W-MSG-MULTA         PIC X(60) VALUE SPACES.
           77 W-MSG-RESERVA       PIC X(61) VALUE SPACES.
           77 W-ACHOU-RESERVA     PIC X     VALUE "N".
              88 ACHOU-RESERVA              VALUE "S".
           77 W-MAIOR-RECIBO      PIC 9(5)  VALUE ZEROS.
           77 W-RECIBO-ED         PIC ZZZZ9 VALUE ZEROS.
           77 W-COD-LEITOR-BAIXA  PIC 9(5)  VALUE ZEROS.
           77 W-QTD-MULTAS-ABERTAS PIC 9(3) VALUE ZEROS.
           77 W-PROGRAMA          PIC X(10) VALUE "PERDA".
           77 W-ARQUIVO           PIC X(10) VALUE SPACES.
           77 W-OPERACAO          PIC X(1)  VALUE SPACE.
           77 W-IMAGEM-ANTES      PIC X(124) VALUE SPACES.
           77 W-IMAGEM-DEPOIS     PIC X(124) VALUE SPACES.
           77 W-BRANCO            PIC X(60) VALUE SPACES.

           COPY WSREGRA.
           COPY WSCAL.

           LINKAGE SECTION.
           01 COD-OPERADOR        PIC X(8).

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
           PERFORM ABRIR-ARQUIVOS.
           MOVE "S" TO OPC.

       PROCESSAMENTO.

           PERFORM FORMATAR-TELA.
           PERFORM ROTINA-LEITURA-EMPRESTIMO.
           PERFORM EXIBIR-DADOS-EMPRESTIMO.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM RECEBER-OCORRENCIA
               PERFORM GRAVAR-OCORRENCIA
           END-IF.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE ZEROS  TO COD-EMPRESTIMO-ED NUM-TOMBO-ED
                          W-VALOR-REPOSICAO.
           MOVE SPACES TO W-OCORRENCIA.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.

           CALL "CABECALHO".
           DISPLAY "PERDA E AVARIA DE LIVROS"          AT 1311.

           DISPLAY "CODIGO DO EMPRESTIMO:"             AT 1502.
           DISPLAY "LIVRO:"                            AT 1602.
           DISPLAY "LEITOR:"                           AT 1702.
           DISPLAY "TOMBO:"                            AT 1802.
           DISPLAY "SITUACAO:"                         AT 1820.
           DISPLAY "(P)ERDA, (A)VARIA OU (E)STORNO DA PERDA:"
                                                       AT 1902.
           DISPLAY "VALOR DE REPOSICAO: R$"            AT 2002.
           DISPLAY "CONFIRMA? (S/N):"                  AT 2102.
           DISPLAY "OUTRO REGISTRO? (S/N):"            AT 2202.
           DISPLAY "MENSAGEM:"                         AT 2302.

       ROTINA-LEITURA-EMPRESTIMO.
           ACCEPT COD-EMPRESTIMO-ED AT 1524.
           MOVE COD-EMPRESTIMO-ED TO COD-EMPRESTIMO.
           READ ARQ-EMPRESTIMO.

       EXIBIR-DADOS-EMPRESTIMO.

           IF  W-COD-ERRO-EMP NOT = "00"
               DISPLAY "EMPRESTIMO NAO ENCONTRADO" AT 2312
           ELSE
               MOVE COD-LIVRO-EMP TO COD-LIVRO
               READ ARQ-LIVRO
               IF  W-COD-ERRO = "00"
                   DISPLAY TITULO-LIVRO AT 1609
               ELSE
                   DISPLAY "*** LIVRO NAO CADASTRADO ***" AT 1609
               END-IF
               DISPLAY NOME-LEITOR AT 1710
               MOVE NUM-TOMBO-EMP TO NUM-TOMBO-ED
               DISPLAY NUM-TOMBO-ED AT 1809
               EVALUATE TRUE
                   WHEN EMPRESTIMO-ATIVO
                       DISPLAY "EMPRESTADO" AT 1830
                   WHEN EMPRESTIMO-PERDIDO
                       DISPLAY "PERDIDO   " AT 1830
                   WHEN EMPRESTIMO-AVARIADO
                       DISPLAY "AVARIADO  " AT 1830
                       MOVE "24" TO W-COD-ERRO-EMP
                       DISPLAY "AVARIA JA REGISTRADA PARA O EMPRESTIMO"
                           AT 2312
                   WHEN OTHER
                       DISPLAY "DEVOLVIDO " AT 1830
                       MOVE "24" TO W-COD-ERRO-EMP
                       DISPLAY "EMPRESTIMO JA FOI DEVOLVIDO" AT 2312
               END-EVALUATE
           END-IF.

       RECEBER-OCORRENCIA.

           *> EMPRESTIMO ATIVO ACEITA PERDA OU AVARIA; EMPRESTIMO JA
           *> PERDIDO SO ACEITA O ESTORNO, QUANDO O LIVRO E ACHADO
           IF  EMPRESTIMO-PERDIDO
               MOVE "E" TO W-OCORRENCIA
               DISPLAY W-OCORRENCIA AT 1944
               PERFORM EXIBIR-REPOSICAO-COBRADA
           ELSE
               PERFORM WITH TEST AFTER UNTIL OCORRENCIA-OK
                   ACCEPT W-OCORRENCIA AT 1944 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-OCORRENCIA)
                       TO W-OCORRENCIA
                   IF  NOT OCORRENCIA-OK
                       DISPLAY "DIGITE 'P' OU 'A'" AT 2312
                   END-IF
               END-PERFORM
               PERFORM LIMPAR-ESPACO-MENSAGEM
               PERFORM RECEBER-VALOR-REPOSICAO
           END-IF.

       EXIBIR-REPOSICAO-COBRADA.
           MOVE COD-EMPRESTIMO TO COD-EMPRESTIMO-MUL.
           MOVE "R"            TO TIPO-MULTA.
           READ ARQ-MULTA.
           IF  W-COD-ERRO-MULTA = "00"
               MOVE VALOR-MULTA TO W-VALOR-REPOSICAO-ED
               DISPLAY W-VALOR-REPOSICAO-ED AT 2025
           ELSE
               DISPLAY "SEM COBRANCA DE REPOSICAO REGISTRADA" AT 2312
           END-IF.

       RECEBER-VALOR-REPOSICAO.

           *> O VALOR SUGERIDO E O DO CADASTRO DO LIVRO; NA AVARIA O
           *> VALOR PODE SER ZERO QUANDO O LEITOR NAO FOR COBRADO
           IF  W-COD-ERRO = "00" AND VALOR-LIVRO NUMERIC
               MOVE VALOR-LIVRO TO W-VALOR-REPOSICAO-ED
           ELSE
               MOVE ZEROS       TO W-VALOR-REPOSICAO-ED
           END-IF.
           DISPLAY W-VALOR-REPOSICAO-ED AT 2025.
           PERFORM WITH TEST AFTER UNTIL VALOR-OK
               ACCEPT W-VALOR-REPOSICAO-ED AT 2025
               MOVE W-VALOR-REPOSICAO-ED TO W-VALOR-REPOSICAO
               MOVE "S" TO W-VALOR-OK
               IF  OCORRENCIA-PERDA AND W-VALOR-REPOSICAO = ZEROS
                   MOVE "N" TO W-VALOR-OK
                   DISPLAY "INFORME O VALOR DE REPOSICAO DO LIVRO"
                       AT 2312
               END-IF
           END-PERFORM.
           PERFORM LIMPAR-ESPACO-MENSAGEM.

       GRAVAR-OCORRENCIA.

           PERFORM WITH TEST AFTER UNTIL CONF-OK
               ACCEPT CONF AT 2119 WITH AUTO
               MOVE FUNCTION UPPER-CASE (CONF) TO CONF
               IF  NOT CONF-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2312
               END-IF
           END-PERFORM.

           IF  CONF = "S"
               IF  OCORRENCIA-ESTORNO
                   PERFORM ESTORNAR-PERDA
               ELSE
                   PERFORM REGISTRAR-PERDA
               END-IF
           ELSE
               DISPLAY "OPERACAO CANCELADA" AT 2312
           END-IF.

       REGISTRAR-PERDA.

           MOVE REG-EMPRESTIMO TO W-IMAGEM-ANTES.
           ACCEPT DATA-DEVOLUCAO FROM DATE YYYYMMDD.
           IF  OCORRENCIA-PERDA
               MOVE "P" TO SITUACAO-EMP
               MOVE "P" TO W-SITUACAO-EX-NOVA
           ELSE
               MOVE "V" TO SITUACAO-EMP
               MOVE "R" TO W-SITUACAO-EX-NOVA
           END-IF.
           REWRITE REG-EMPRESTIMO.
           IF  W-COD-ERRO-EMP = "00"
               MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
               MOVE "A"            TO W-OPERACAO
               MOVE "EMPRESTIMO"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               IF  OCORRENCIA-PERDA
                   DISPLAY "PERDA REGISTRADA COM SUCESSO" AT 2312
               ELSE
                   DISPLAY "AVARIA REGISTRADA COM SUCESSO" AT 2312
               END-IF
               IF  W-COD-ERRO = "00"
                   PERFORM ATUALIZAR-LIVRO
               END-IF
               IF  NUM-TOMBO-EMP > ZEROS
                   PERFORM ATUALIZAR-EXEMPLAR
               END-IF
               PERFORM OBTER-REGRA-LEITOR
               PERFORM CALCULAR-MULTA
               IF  W-VALOR-REPOSICAO > ZEROS
                   PERFORM GRAVAR-REPOSICAO
               END-IF
           ELSE
               DISPLAY "ERRO AO REGISTRAR OCORRENCIA" AT 2312
           END-IF.

       ATUALIZAR-LIVRO.
           *> O LIVRO PERDIDO SAI DO ACERVO; O AVARIADO CONTINUA
           *> NO ACERVO E FICA INDISPONIVEL PELO TOMBO EM REPARO
           MOVE REG-LIVRO TO W-IMAGEM-ANTES.
           IF  QTD-EMPRESTADA > ZEROS
               SUBTRACT 1 FROM QTD-EMPRESTADA
           END-IF.
           IF  OCORRENCIA-PERDA AND QTD-TOTAL > ZEROS
               SUBTRACT 1 FROM QTD-TOTAL
           END-IF.
           REWRITE REG-LIVRO.
           IF  W-COD-ERRO = "00"
               MOVE REG-LIVRO TO W-IMAGEM-DEPOIS
               MOVE "A"       TO W-OPERACAO
               MOVE "LIVROS"  TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
           ELSE
               DISPLAY "ERRO AO ATUALIZAR EXEMPLARES DO LIVRO" AT 2502
           END-IF.

       ATUALIZAR-EXEMPLAR.
           MOVE NUM-TOMBO-EMP TO NUM-TOMBO.
           READ ARQ-EXEMPLAR.
           IF  W-COD-ERRO-EX = "00"
               MOVE REG-EXEMPLAR TO W-IMAGEM-ANTES
               MOVE W-SITUACAO-EX-NOVA TO SITUACAO-EX
               REWRITE REG-EXEMPLAR
               IF  W-COD-ERRO-EX = "00"
                   MOVE REG-EXEMPLAR TO W-IMAGEM-DEPOIS
                   MOVE "A"          TO W-OPERACAO
                   MOVE "EXEMPLARES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               END-IF
           END-IF.
           IF  W-COD-ERRO-EX NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR EXEMPLAR" AT 2502
           END-IF.

       OBTER-REGRA-LEITOR.
           *> A TAXA DIARIA DEPENDE DA CATEGORIA DO LEITOR
           MOVE COD-LEITOR-EMP TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR NOT = "00"
               MOVE SPACE TO CATEGORIA-LEITOR
           END-IF.
           CALL "REGRA-LEITOR" USING CATEGORIA-LEITOR W-REGRA
                                     W-RET-REGRA.

       CALCULAR-MULTA.

           *> O ATRASO ATE A DATA DA OCORRENCIA E COBRADO A PARTE,
           *> COMO SE O LIVRO TIVESSE SIDO DEVOLVIDO NESSA DATA
           MOVE ZEROS TO W-DIAS-ATRASO.
           IF  DATA-DEVOLUCAO > DATA-PREVISTA
               MOVE "C"            TO W-ACAO-CAL
               MOVE DATA-PREVISTA  TO W-DATA-CAL-INI
               MOVE DATA-DEVOLUCAO TO W-DATA-CAL-FIM
               CALL "DIA-UTIL" USING W-CALENDARIO W-RET-CAL
               MOVE W-DIAS-CAL     TO W-DIAS-ATRASO
           END-IF.

           IF  W-DIAS-ATRASO > ZEROS
               MOVE SPACES TO REG-MULTA
               MOVE COD-EMPRESTIMO TO COD-EMPRESTIMO-MUL
               MOVE "A"            TO TIPO-MULTA
               MOVE COD-LEITOR-EMP TO COD-LEITOR-MUL
               MOVE NOME-LEITOR    TO NOME-LEITOR-MUL
               MOVE W-DIAS-ATRASO  TO DIAS-ATRASO-MUL
               COMPUTE VALOR-MULTA = W-DIAS-ATRASO * W-TAXA-MULTA
               MOVE "A"            TO SITUACAO-MUL
               MOVE DATA-DEVOLUCAO TO DATA-MULTA
               MOVE VALOR-MULTA    TO W-VALOR-MULTA-ED
               MOVE SPACES         TO W-MSG-MULTA
               STRING "MULTA POR ATRASO: R$ " DELIMITED BY SIZE
                      W-VALOR-MULTA-ED        DELIMITED BY SIZE
                      INTO W-MSG-MULTA
               DISPLAY W-MSG-MULTA AT 2402
               WRITE REG-MULTA
               IF  W-COD-ERRO-MULTA = "00"
                   MOVE SPACES    TO W-IMAGEM-ANTES
                   MOVE REG-MULTA TO W-IMAGEM-DEPOIS
                   MOVE "I"       TO W-OPERACAO
                   MOVE "MULTAS"  TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY "ERRO AO GRAVAR MULTA - STATUS "
                       W-COD-ERRO-MULTA AT 2502
               END-IF
           END-IF.

       GRAVAR-REPOSICAO.
           MOVE SPACES TO REG-MULTA.
           MOVE COD-EMPRESTIMO    TO COD-EMPRESTIMO-MUL.
           MOVE "R"               TO TIPO-MULTA.
           MOVE COD-LEITOR-EMP    TO COD-LEITOR-MUL.
           MOVE NOME-LEITOR       TO NOME-LEITOR-MUL.
           MOVE ZEROS             TO DIAS-ATRASO-MUL.
           MOVE W-VALOR-REPOSICAO TO VALOR-MULTA.
           MOVE "A"               TO SITUACAO-MUL.
           MOVE DATA-DEVOLUCAO    TO DATA-MULTA.
           WRITE REG-MULTA.
           IF  W-COD-ERRO-MULTA = "00"
               MOVE SPACES    TO W-IMAGEM-ANTES
               MOVE REG-MULTA TO W-IMAGEM-DEPOIS
               MOVE "I"       TO W-OPERACAO
               MOVE "MULTAS"  TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
           ELSE
               DISPLAY "ERRO AO GRAVAR COBRANCA DE REPOSICAO - STATUS "
                   W-COD-ERRO-MULTA AT 2502
           END-IF.

       ESTORNAR-PERDA.

           MOVE REG-EMPRESTIMO TO W-IMAGEM-ANTES.
           ACCEPT DATA-DEVOLUCAO FROM DATE YYYYMMDD.
           MOVE "D" TO SITUACAO-EMP.
           REWRITE REG-EMPRESTIMO.
           IF  W-COD-ERRO-EMP = "00"
               MOVE REG-EMPRESTIMO TO W-IMAGEM-DEPOIS
               MOVE "A"            TO W-OPERACAO
               MOVE "EMPRESTIMO"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               DISPLAY "PERDA ESTORNADA - LIVRO DEVOLVIDO" AT 2312
               IF  W-COD-ERRO = "00"
                   PERFORM REINCLUIR-LIVRO
               END-IF
               IF  NUM-TOMBO-EMP > ZEROS
                   MOVE "D" TO W-SITUACAO-EX-NOVA
                   PERFORM ATUALIZAR-EXEMPLAR
               END-IF
               PERFORM ESTORNAR-REPOSICAO
               IF  W-COD-ERRO = "00"
                   PERFORM AVISAR-RESERVA
               END-IF
           ELSE
               DISPLAY "ERRO AO ESTORNAR PERDA" AT 2312
           END-IF.

       REINCLUIR-LIVRO.
           MOVE REG-LIVRO TO W-IMAGEM-ANTES.
           ADD 1 TO QTD-TOTAL.
           REWRITE REG-LIVRO.
           IF  W-COD-ERRO = "00"
               MOVE REG-LIVRO TO W-IMAGEM-DEPOIS
               MOVE "A"       TO W-OPERACAO
               MOVE "LIVROS"  TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
           ELSE
               DISPLAY "ERRO AO ATUALIZAR EXEMPLARES DO LIVRO" AT 2502
           END-IF.

       ESTORNAR-REPOSICAO.

           *> COBRANCA EM ABERTO E CANCELADA; COBRANCA JA PAGA E
           *> DEVOLVIDA AO LEITOR COM UM LANCAMENTO DE ESTORNO NO CAIXA
           MOVE COD-EMPRESTIMO TO COD-EMPRESTIMO-MUL.
           MOVE "R"            TO TIPO-MULTA.
           READ ARQ-MULTA.
           IF  W-COD-ERRO-MULTA = "00"
               AND (MULTA-ABERTA OR MULTA-PAGA)
               MOVE "00" TO W-COD-ERRO-CAIXA
               IF  MULTA-PAGA
                   PERFORM GRAVAR-ESTORNO-CAIXA
               END-IF
               IF  W-COD-ERRO-CAIXA = "00"
                   PERFORM CANCELAR-REPOSICAO
               END-IF
           END-IF.

       CANCELAR-REPOSICAO.
           MOVE REG-MULTA   TO W-IMAGEM-ANTES.
           MOVE VALOR-MULTA TO W-VALOR-MULTA-ED.
           MOVE SPACES      TO W-MSG-MULTA.
           IF  MULTA-PAGA
               STRING "VALOR DEVOLVIDO AO LEITOR: R$ "
                                        DELIMITED BY SIZE
                      W-VALOR-MULTA-ED  DELIMITED BY SIZE
                      " - LANCAMENTO "  DELIMITED BY SIZE
                      W-RECIBO-ED       DELIMITED BY SIZE
                      INTO W-MSG-MULTA
           ELSE
               STRING "COBRANCA DE REPOSICAO CANCELADA: R$ "
                                        DELIMITED BY SIZE
                      W-VALOR-MULTA-ED  DELIMITED BY SIZE
                      INTO W-MSG-MULTA
           END-IF.
           MOVE "E" TO SITUACAO-MUL.
           REWRITE REG-MULTA.
           IF  W-COD-ERRO-MULTA = "00"
               MOVE REG-MULTA TO W-IMAGEM-DEPOIS
               MOVE "A"       TO W-OPERACAO
               MOVE "MULTAS"  TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
               DISPLAY W-MSG-MULTA AT 2402
               PERFORM VERIFICAR-REATIVACAO
           ELSE
               DISPLAY "ERRO AO ESTORNAR COBRANCA - STATUS "
                   W-COD-ERRO-MULTA AT 2402
           END-IF.

       GRAVAR-ESTORNO-CAIXA.

           PERFORM LOCALIZAR-MAIOR-RECIBO.
           MOVE SPACES TO REG-CAIXA.
           COMPUTE NUM-RECIBO-CAIXA = W-MAIOR-RECIBO + 1.
           ACCEPT DATA-CAIXA FROM DATE YYYYMMDD.
           ACCEPT HORA-CAIXA FROM TIME.
           MOVE COD-OPERADOR       TO OPERADOR-CAIXA.
           MOVE COD-EMPRESTIMO-MUL TO COD-EMPRESTIMO-CAIXA.
           MOVE COD-LEITOR-MUL     TO COD-LEITOR-CAIXA.
           MOVE NOME-LEITOR-MUL    TO NOME-LEITOR-CAIXA.
           MOVE VALOR-MULTA        TO VALOR-CAIXA.
           MOVE "E"                TO TIPO-CAIXA.
           MOVE "R"                TO TIPO-MULTA-CAIXA.
           WRITE REG-CAIXA.
           IF  W-COD-ERRO-CAIXA = "00"
               MOVE NUM-RECIBO-CAIXA TO W-RECIBO-ED
               MOVE SPACES    TO W-IMAGEM-ANTES
               MOVE REG-CAIXA TO W-IMAGEM-DEPOIS
               MOVE "I"       TO W-OPERACAO
               MOVE "CAIXA"   TO W-ARQUIVO
               PERFORM GRAVAR-MOVIMENTO
           ELSE
               DISPLAY "ERRO AO GRAVAR LANCAMENTO DE CAIXA - STATUS "
                   W-COD-ERRO-CAIXA AT 2502
           END-IF.

       LOCALIZAR-MAIOR-RECIBO.

           MOVE ZEROS TO W-MAIOR-RECIBO NUM-RECIBO-CAIXA.
           START ARQ-CAIXA KEY IS NOT LESS THAN NUM-RECIBO-CAIXA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-START.
           IF  W-COD-ERRO-CAIXA = "00"
               PERFORM GUARDAR-MAIOR-RECIBO
                   UNTIL W-COD-ERRO-CAIXA NOT = "00"
           END-IF.
           MOVE "00" TO W-COD-ERRO-CAIXA.

       GUARDAR-MAIOR-RECIBO.
           READ ARQ-CAIXA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-CAIXA
           END-READ.
           IF  W-COD-ERRO-CAIXA = "00"
               MOVE NUM-RECIBO-CAIXA TO W-MAIOR-RECIBO
           END-IF.

       VERIFICAR-REATIVACAO.

           MOVE COD-LEITOR-MUL TO W-COD-LEITOR-BAIXA.
           PERFORM CONTAR-MULTAS-ABERTAS.
           IF  W-QTD-MULTAS-ABERTAS = ZEROS
               PERFORM REATIVAR-LEITOR
           END-IF.

       CONTAR-MULTAS-ABERTAS.

           MOVE ZEROS TO W-QTD-MULTAS-ABERTAS CHAVE-MULTA.
           START ARQ-MULTA KEY IS NOT LESS THAN CHAVE-MULTA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-START.
           IF  W-COD-ERRO-MULTA = "00"
               PERFORM SOMAR-MULTA-ABERTA
                   UNTIL W-COD-ERRO-MULTA NOT = "00"
           END-IF.

       SOMAR-MULTA-ABERTA.
           READ ARQ-MULTA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-MULTA
           END-READ.
           IF  W-COD-ERRO-MULTA = "00"
               IF  COD-LEITOR-MUL = W-COD-LEITOR-BAIXA
                   AND MULTA-ABERTA
                   ADD 1 TO W-QTD-MULTAS-ABERTAS
               END-IF
           END-IF.

       REATIVAR-LEITOR.
           MOVE W-COD-LEITOR-BAIXA TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEITOR = "00" AND LEITOR-SUSPENSO
               MOVE REG-LEITOR TO W-IMAGEM-ANTES
               MOVE "A" TO SITUACAO-LEITOR
               REWRITE REG-LEITOR
               IF  W-COD-ERRO-LEITOR = "00"
                   MOVE REG-LEITOR TO W-IMAGEM-DEPOIS
                   MOVE "A"        TO W-OPERACAO
                   MOVE "LEITORES" TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   DISPLAY "LEITOR REATIVADO - SEM MULTAS EM ABERTO"
                       AT 2502
               ELSE
                   DISPLAY "ERRO AO REATIVAR LEITOR" AT 2502
               END-IF
           END-IF.

       AVISAR-RESERVA.

           MOVE "N"   TO W-ACHOU-RESERVA.
           MOVE ZEROS TO COD-RESERVA.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-RESERVA
               INVALID KEY
                   MOVE "10" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM PROCURAR-RESERVA-AGUARDANDO
                   UNTIL ACHOU-RESERVA
                      OR W-COD-ERRO-RES NOT = "00"
           END-IF.

           IF  ACHOU-RESERVA
               MOVE REG-RESERVA TO W-IMAGEM-ANTES
               MOVE "S" TO SITUACAO-RES
               ACCEPT DATA-SEPARACAO-RES FROM DATE YYYYMMDD
               REWRITE REG-RESERVA
               IF  W-COD-ERRO-RES = "00"
                   MOVE REG-RESERVA TO W-IMAGEM-DEPOIS
                   MOVE "A"         TO W-OPERACAO
                   MOVE "RESERVA"   TO W-ARQUIVO
                   PERFORM GRAVAR-MOVIMENTO
                   MOVE SPACES TO W-MSG-RESERVA
                   STRING "LIVRO RESERVADO PARA " DELIMITED BY SIZE
                          NOME-LEITOR-RES         DELIMITED BY SIZE
                          INTO W-MSG-RESERVA
                   DISPLAY W-MSG-RESERVA AT 2602
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR RESERVA" AT 2602
               END-IF
           END-IF.

       PROCURAR-RESERVA-AGUARDANDO.
           READ ARQ-RESERVA NEXT RECORD
               AT END
                   MOVE "10" TO W-COD-ERRO-RES
           END-READ.
           IF  W-COD-ERRO-RES = "00"
               IF  COD-LIVRO-RES = COD-LIVRO AND RESERVA-AGUARDANDO
                   MOVE "S" TO W-ACHOU-RESERVA
               END-IF
           END-IF.

       RECEBER-OPCAO-CONTINUIDADE.

           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT OPC AT 2225 WITH AUTO
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  NOT OPC-OK
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2312
               END-IF
           END-PERFORM.

       GRAVAR-MOVIMENTO.
           CALL "MOVIMENTO" USING COD-OPERADOR W-PROGRAMA W-OPERACAO
                                  W-IMAGEM-ANTES W-IMAGEM-DEPOIS
                                  W-ARQUIVO.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-LIVRO.
           OPEN I-O ARQ-EMPRESTIMO.
           OPEN I-O ARQ-RESERVA.
           OPEN I-O ARQ-MULTA.
           OPEN I-O ARQ-EXEMPLAR.
           OPEN I-O ARQ-LEITOR.
           OPEN I-O ARQ-CAIXA.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2312.

       FINALIZACAO.
           CLOSE ARQ-LIVRO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-MULTA.
           CLOSE ARQ-EXEMPLAR.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-CAIXA.
