       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       COPY SELACESSO.

                       SELECT OPTIONAL ARQ-RELATORIO
                       ASSIGN TO W-NOME-RELATORIO
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
           FILE  SECTION.
           COPY FDACESSO.

           FD ARQ-RELATORIO.
           01 REG-RELATORIO PIC X(80).

           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-ACESSO PIC X(2)  VALUE SPACES.
              88 FIM-ARQUIVO              VALUE "10".
           77 W-DATA-INI        PIC 9(8)  VALUE ZEROS.
           77 W-DATA-FIM        PIC 9(8)  VALUE ZEROS.
           77 W-QTD-LIDAS       PIC 9(5)  VALUE ZEROS.
           77 W-QTD-FALHAS      PIC 9(5)  VALUE ZEROS.
           77 W-QTD-BLOQUEIOS   PIC 9(5)  VALUE ZEROS.
           77 W-QTD-NEGADOS     PIC 9(5)  VALUE ZEROS.
           77 W-CONTADOR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 W-COD-ERRO-REL    PIC X(2)  VALUE SPACES.
           77 W-NOME-RELATORIO  PIC X(30) VALUE SPACES.
           77 W-DATA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-HORA-EMISSAO    PIC 9(8)  VALUE ZEROS.
           77 W-DATA-X          PIC X(8)  VALUE SPACES.
           77 W-HORA-X          PIC X(6)  VALUE SPACES.
           77 W-QTD-LINHAS      PIC 9(2)  VALUE 99.
           77 W-LINHAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 W-NUM-PAGINA      PIC 9(3)  VALUE ZEROS.

           01 W-CAB-RELATORIO.
               02 FILLER            PIC X(9)  VALUE "EMISSAO: ".
               02 CABR-DATA         PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 CABR-HORA         PIC X(8).
               02 FILLER            PIC X(12) VALUE "  OPERADOR: ".
               02 CABR-OPERADOR     PIC X(8).
               02 FILLER            PIC X(10) VALUE "  PAGINA: ".
               02 CABR-PAGINA       PIC ZZ9.

           01 W-LINHA-DETALHE.
               02 DET-DATA          PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACES.
               02 DET-HORA          PIC X(8).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-OPERADOR      PIC X(8).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-PERFIL        PIC X(1).
               02 FILLER            PIC X(4)  VALUE SPACES.
               02 DET-EVENTO        PIC X(32).
               02 FILLER            PIC X(2)  VALUE SPACES.
               02 DET-OPCAO         PIC X(7).

           LINKAGE SECTION.
           01 COD-OPERADOR      PIC X(8).

       PROCEDURE DIVISION USING COD-OPERADOR.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "OCORRENCIAS DE ACESSO".
           DISPLAY " ".
           DISPLAY "DATA INICIAL (AAAAMMDD): ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD): ".
           ACCEPT W-DATA-FIM.
           ACCEPT W-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT W-HORA-EMISSAO FROM TIME.
           PERFORM MONTAR-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN INPUT ARQ-ACESSO.
           PERFORM LER-PROXIMO-ACESSO.

       PROCESSAMENTO.
           IF  DATA-ACESSO NOT < W-DATA-INI
               AND DATA-ACESSO NOT > W-DATA-FIM
               ADD 1 TO W-QTD-LIDAS
               PERFORM IMPRIMIR-ACESSO
           END-IF.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-ACESSO
           END-IF.

       LER-PROXIMO-ACESSO.
           READ ARQ-ACESSO
               AT END
                   MOVE "10" TO W-COD-ERRO-ACESSO
           END-READ.

       IMPRIMIR-ACESSO.
           MOVE DATA-ACESSO TO W-DATA-X.
           STRING W-DATA-X (7:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (5:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (1:4) DELIMITED BY SIZE
                  INTO DET-DATA.
           MOVE HORA-ACESSO TO W-HORA-X.
           STRING W-HORA-X (1:2) DELIMITED BY SIZE
                  ":"            DELIMITED BY SIZE
                  W-HORA-X (3:2) DELIMITED BY SIZE
                  ":"            DELIMITED BY SIZE
                  W-HORA-X (5:2) DELIMITED BY SIZE
                  INTO DET-HORA.
           MOVE OPERADOR-ACESSO TO DET-OPERADOR.
           MOVE PERFIL-ACESSO   TO DET-PERFIL.
           MOVE SPACES          TO DET-OPCAO.
           EVALUATE TRUE
               WHEN ACESSO-OPERADOR-INEXISTENTE
                   MOVE "OPERADOR NAO CADASTRADO" TO DET-EVENTO
                   ADD 1 TO W-QTD-FALHAS
               WHEN ACESSO-SENHA-INVALIDA
                   MOVE "SENHA INVALIDA" TO DET-EVENTO
                   ADD 1 TO W-QTD-FALHAS
               WHEN ACESSO-BLOQUEIO
                   MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
                       TO DET-EVENTO
                   ADD 1 TO W-QTD-FALHAS
                   ADD 1 TO W-QTD-BLOQUEIOS
               WHEN ACESSO-OPERADOR-BLOQUEADO
                   MOVE "TENTATIVA COM OPERADOR BLOQUEADO"
                       TO DET-EVENTO
                   ADD 1 TO W-QTD-FALHAS
               WHEN ACESSO-OPERADOR-INATIVO
                   MOVE "TENTATIVA COM OPERADOR INATIVO" TO DET-EVENTO
                   ADD 1 TO W-QTD-FALHAS
               WHEN ACESSO-NEGADO
                   MOVE "OPCAO NAO PERMITIDA AO PERFIL" TO DET-EVENTO
                   STRING "MENU " DELIMITED BY SIZE
                          MENU-ACESSO  DELIMITED BY SIZE
                          OPCAO-ACESSO DELIMITED BY SIZE
                          INTO DET-OPCAO
                   ADD 1 TO W-QTD-NEGADOS
               WHEN OTHER
                   MOVE "OCORRENCIA NAO IDENTIFICADA" TO DET-EVENTO
           END-EVALUATE.
           MOVE W-LINHA-DETALHE TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-FALHAS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "FALHAS DE IDENTIFICACAO....: " DELIMITED BY SIZE
                  W-CONTADOR-ED                   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-BLOQUEIOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "OPERADORES BLOQUEADOS......: " DELIMITED BY SIZE
                  W-CONTADOR-ED                   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE W-QTD-NEGADOS TO W-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ACESSOS NEGADOS AO PERFIL..: " DELIMITED BY SIZE
                  W-CONTADOR-ED                   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CALL "CABECALHO".
           DISPLAY "OCORRENCIAS DE ACESSO".
           DISPLAY " ".
           MOVE W-QTD-LIDAS TO W-CONTADOR-ED.
           DISPLAY "OCORRENCIAS NO PERIODO:     " W-CONTADOR-ED.
           MOVE W-QTD-FALHAS TO W-CONTADOR-ED.
           DISPLAY "FALHAS DE IDENTIFICACAO:    " W-CONTADOR-ED.
           MOVE W-QTD-BLOQUEIOS TO W-CONTADOR-ED.
           DISPLAY "OPERADORES BLOQUEADOS:      " W-CONTADOR-ED.
           MOVE W-QTD-NEGADOS TO W-CONTADOR-ED.
           DISPLAY "ACESSOS NEGADOS AO PERFIL:  " W-CONTADOR-ED.
           DISPLAY "ARQUIVO GERADO: " W-NOME-RELATORIO.
           CLOSE ARQ-ACESSO.
           CLOSE ARQ-RELATORIO.

       MONTAR-NOME-RELATORIO.
           STRING "acessos-"     DELIMITED BY SIZE
                  W-DATA-EMISSAO DELIMITED BY SIZE
                  ".rel"         DELIMITED BY SIZE
                  INTO W-NOME-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           IF  W-QTD-LINHAS NOT < W-LINHAS-POR-PAGINA
               PERFORM CABECALHO-PAGINA
           END-IF.
           WRITE REG-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00"
               DISPLAY "ERRO AO GRAVAR RELATORIO - STATUS "
                   W-COD-ERRO-REL
           END-IF.
           ADD 1 TO W-QTD-LINHAS.

       CABECALHO-PAGINA.
           ADD 1 TO W-NUM-PAGINA.
           MOVE W-DATA-EMISSAO TO W-DATA-X.
           STRING W-DATA-X (7:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (5:2) DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  W-DATA-X (1:4) DELIMITED BY SIZE
                  INTO CABR-DATA.
           STRING W-HORA-EMISSAO (1:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (3:2) DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HORA-EMISSAO (5:2) DELIMITED BY SIZE
                  INTO CABR-HORA.
           MOVE COD-OPERADOR TO CABR-OPERADOR.
           MOVE W-NUM-PAGINA TO CABR-PAGINA.
           WRITE REG-RELATORIO FROM W-CAB-RELATORIO.
           MOVE "OCORRENCIAS DE ACESSO AO SISTEMA" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA       HORA      OPERADOR  PERF "
                      DELIMITED BY SIZE
                  "OCORRENCIA"
                      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 4 TO W-QTD-LINHAS.
