       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRA-LEITOR.

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
           77 W-COD-ERRO-REGRA PIC X(2) VALUE SPACES.

           LINKAGE SECTION.
           01 PARM-CATEGORIA   PIC X(1).
           01 PARM-REGRA.
               02 PARM-DESC-REGRA         PIC X(20).
               02 PARM-LIMITE-EMPRESTIMOS PIC 9(2).
               02 PARM-PRAZO-EMPRESTIMO   PIC 9(3).
               02 PARM-LIMITE-RENOVACOES  PIC 9(2).
               02 PARM-DIAS-RENOVACAO     PIC 9(3).
               02 PARM-TAXA-MULTA         PIC 9(3)V99.
               02 PARM-VALOR-LIMITE       PIC 9(5)V99.
               02 PARM-DIAS-LIMITE        PIC 9(3).
           01 PARM-RETORNO     PIC X(2).

       PROCEDURE DIVISION USING PARM-CATEGORIA PARM-REGRA PARM-RETORNO.

       INICIO.
           *> SEM CATEGORIA OU SEM REGRA CADASTRADA VALEM AS REGRAS
           *> PADRAO DA BIBLIOTECA, COM RETORNO "23"
           PERFORM CARREGAR-REGRA-PADRAO.
           IF  PARM-CATEGORIA = SPACE
               MOVE "23" TO PARM-RETORNO
           ELSE
               OPEN INPUT ARQ-REGRA
               MOVE PARM-CATEGORIA TO CATEGORIA-REGRA
               READ ARQ-REGRA
               IF  W-COD-ERRO-REGRA = "00"
                   PERFORM CARREGAR-REGRA-CADASTRADA
                   MOVE "00" TO PARM-RETORNO
               ELSE
                   MOVE "23" TO PARM-RETORNO
               END-IF
               CLOSE ARQ-REGRA
           END-IF.
           EXIT PROGRAM.

       CARREGAR-REGRA-PADRAO.
           MOVE "PADRAO"  TO PARM-DESC-REGRA.
           MOVE 3         TO PARM-LIMITE-EMPRESTIMOS.
           MOVE 7         TO PARM-PRAZO-EMPRESTIMO.
           MOVE 2         TO PARM-LIMITE-RENOVACOES.
           MOVE 7         TO PARM-DIAS-RENOVACAO.
           MOVE 1,50      TO PARM-TAXA-MULTA.
           MOVE 20,00     TO PARM-VALOR-LIMITE.
           MOVE 30        TO PARM-DIAS-LIMITE.

       CARREGAR-REGRA-CADASTRADA.
           MOVE DESC-REGRA         TO PARM-DESC-REGRA.
           MOVE LIMITE-EMP-REGRA   TO PARM-LIMITE-EMPRESTIMOS.
           MOVE PRAZO-EMP-REGRA    TO PARM-PRAZO-EMPRESTIMO.
           MOVE LIMITE-RENOV-REGRA TO PARM-LIMITE-RENOVACOES.
           MOVE DIAS-RENOV-REGRA   TO PARM-DIAS-RENOVACAO.
           MOVE TAXA-MULTA-REGRA   TO PARM-TAXA-MULTA.
           MOVE VALOR-SUSP-REGRA   TO PARM-VALOR-LIMITE.
           MOVE DIAS-SUSP-REGRA    TO PARM-DIAS-LIMITE.
