              88 OPC-OK                      VALUE "S" "N".
           77 W-OPC-PESQUISA       PIC X     VALUE SPACE.
              88 PESQUISA-POR-TITULO         VALUE "T".
              88 PESQUISA-POR-ISBN           VALUE "I".
              88 OPC-PESQUISA-OK             VALUE "C" "T" "I".
           77 W-COD-LIVRO-PESQUISA PIC 9(5)  VALUE ZEROS.
           77 COD-LIVRO-ED         PIC ZZZZ9 VALUE ZEROS.
           77 W-TITULO-PESQUISA    PIC X(40) VALUE SPACES.
           77 W-ISBN-PESQUISA      PIC X(13) VALUE SPACES.
           77 W-LEN-PESQUISA       PIC 9(2)  VALUE ZEROS.
           77 MAIS-OCORRENCIAS     PIC X     VALUE SPACE.
              88 MAIS-OCORRENCIAS-OK         VALUE "S" "N".

           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-TIPO-PESQUISA.
           EVALUATE TRUE
               WHEN PESQUISA-POR-TITULO
                   PERFORM ROTINA-PESQUISA-TITULO
               WHEN PESQUISA-POR-ISBN
                   PERFORM ROTINA-PESQUISA-ISBN
                   PERFORM EXIBIR-DADOS-LIDOS
                   MOVE W-COD-ERRO TO W-COD-ERRO-PESQUISA
               WHEN OTHER
                   PERFORM ROTINA-LEITURA
                   PERFORM EXIBIR-DADOS-LIDOS
                   MOVE W-COD-ERRO TO W-COD-ERRO-PESQUISA
           END-EVALUATE.
           PERFORM REGISTRAR-CONSULTA.
           PERFORM RECEBER-OPCAO-CONTINUIDADE.

       FORMATAR-TELA.

           MOVE ZEROS  TO COD-LIVRO-ED.
           MOVE SPACES TO W-TITULO-PESQUISA W-ISBN-PESQUISA.

           *> LIMPANDO TELA
           DISPLAY  CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "LEITURA DE LIVROS"                   AT 1311.

           DISPLAY "PESQUISAR POR (C)ODIGO, (T)ITULO OU (I)SBN:"
                                                          AT 1502.
           DISPLAY "CODIGO, TITULO OU ISBN PESQUISADO:"   AT 1702.
           DISPLAY "TITULO:"                              AT 1902.
           DISPLAY "ISBN:"                                AT 2002.
           DISPLAY "AUTOR:"                               AT 2102.
           DISPLAY "EXEMPLARES DISPONIVEIS:"              AT 2202.
           DISPLAY "VER PROXIMA OCORRENCIA? (S/N):"       AT 2402.
       RECEBER-TIPO-PESQUISA.

           PERFORM WITH TEST AFTER UNTIL OPC-PESQUISA-OK
               ACCEPT W-OPC-PESQUISA AT 1547 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPC-PESQUISA)
                   TO W-OPC-PESQUISA
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  NOT OPC-PESQUISA-OK
                   DISPLAY "DIGITE 'C', 'T' OU 'I'" AT 2512
               END-IF
           END-PERFORM.

       ROTINA-LEITURA.
           ACCEPT COD-LIVRO-ED AT 1737.
           MOVE COD-LIVRO-ED TO W-COD-LIVRO-PESQUISA.
           IF  COD-LIVRO-ED = ZEROS
               MOVE "90" TO W-COD-ERRO
               READ ARQ-LIVRO
           END-IF.

       ROTINA-PESQUISA-ISBN.
           ACCEPT W-ISBN-PESQUISA AT 1737.
           MOVE FUNCTION UPPER-CASE (W-ISBN-PESQUISA)
               TO W-ISBN-PESQUISA.
           IF  W-ISBN-PESQUISA = SPACES
               MOVE "90" TO W-COD-ERRO
           ELSE
               MOVE W-ISBN-PESQUISA TO ISBN-LIVRO
               READ ARQ-LIVRO KEY IS ISBN-LIVRO
           END-IF.

       ROTINA-PESQUISA-TITULO.

           ACCEPT W-TITULO-PESQUISA AT 1737.

           IF  W-TITULO-PESQUISA = SPACES
               MOVE "90" TO W-COD-ERRO
           EVALUATE W-COD-ERRO
               WHEN "00"
                   DISPLAY TITULO-LIVRO AT 1911
                   DISPLAY ISBN-LIVRO   AT 2011
                   DISPLAY AUTOR-LIVRO  AT 2111
                   PERFORM CONTAR-EXEMPLARES-DISPONIVEIS
                   IF  W-QTD-EX-TOTAL > ZEROS
                   END-IF
                   DISPLAY W-QTD-DISPONIVEL AT 2226
               WHEN "90"
                   DISPLAY "INFORME UM CODIGO, TITULO OU ISBN VALIDO"
                       AT 2512
               WHEN "23"
                   DISPLAY "LIVRO NAO ENCONTRADO" AT 2512
               WHEN "10"
       REGISTRAR-CONSULTA.

           MOVE SPACES TO REG-CONSULTA.
           *> A BUSCA POR ISBN FICA NO CAMPO DE TITULO, IDENTIFICADA
           *> PELO PREFIXO "ISBN "
           EVALUATE TRUE
               WHEN PESQUISA-POR-TITULO
                   MOVE W-TITULO-PESQUISA    TO TITULO-PESQUISA
               WHEN PESQUISA-POR-ISBN
                   STRING "ISBN "         DELIMITED BY SIZE
                          W-ISBN-PESQUISA DELIMITED BY SIZE
                          INTO TITULO-PESQUISA
               WHEN OTHER
                   MOVE W-COD-LIVRO-PESQUISA TO COD-LIVRO-PESQUISA
           END-EVALUATE.
           ACCEPT DATA-PESQUISA FROM DATE YYYYMMDD.
           ACCEPT HORA-PESQUISA FROM TIME.
           MOVE W-COD-ERRO-PESQUISA TO STATUS-PESQUISA.
