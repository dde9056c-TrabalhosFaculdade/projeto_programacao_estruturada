       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-UTIL.

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
           77 W-DATA-TESTE      PIC 9(8)  VALUE ZEROS.
           77 W-DATA-ORIGEM     PIC 9(8)  VALUE ZEROS.
           77 W-DIA-INTEIRO     PIC 9(7)  VALUE ZEROS.
           77 W-DIA-FINAL       PIC 9(7)  VALUE ZEROS.
           77 W-QTD-TENTATIVAS  PIC 9(3)  VALUE ZEROS.
           77 W-DIA-ABERTO      PIC X     VALUE "N".
              88 DIA-ABERTO               VALUE "S".

           LINKAGE SECTION.
           01 PARM-CALENDARIO.
               02 PARM-ACAO        PIC X(1).
                   88 ACAO-PROXIMO-DIA      VALUE "P".
                   88 ACAO-SOMAR-DIAS       VALUE "S".
                   88 ACAO-CONTAR-DIAS      VALUE "C".
               02 PARM-DATA-INI    PIC 9(8).
               02 PARM-DATA-FIM    PIC 9(8).
               02 PARM-DIAS        PIC 9(5).
           01 PARM-RETORNO      PIC X(2).

       PROCEDURE DIVISION USING PARM-CALENDARIO PARM-RETORNO.

       INICIO.
           *> P - PRIMEIRO DIA ABERTO A PARTIR DE DATA-INI
           *> S - DATA-INI MAIS N DIAS, EMPURRADA PARA O DIA ABERTO
           *> C - DIAS ABERTOS DEPOIS DE DATA-INI ATE DATA-FIM
           MOVE "00" TO PARM-RETORNO.
           IF  PARM-DATA-INI = ZEROS
               MOVE "99" TO PARM-RETORNO
           ELSE
               OPEN INPUT ARQ-CALENDARIO
               EVALUATE TRUE
                   WHEN ACAO-PROXIMO-DIA
                       MOVE PARM-DATA-INI TO W-DATA-TESTE
                       PERFORM BUSCAR-DIA-ABERTO
                       MOVE W-DATA-TESTE  TO PARM-DATA-FIM
                   WHEN ACAO-SOMAR-DIAS
                       COMPUTE W-DIA-INTEIRO =
                           FUNCTION INTEGER-OF-DATE (PARM-DATA-INI)
                           + PARM-DIAS
                       COMPUTE W-DATA-TESTE =
                           FUNCTION DATE-OF-INTEGER (W-DIA-INTEIRO)
                       PERFORM BUSCAR-DIA-ABERTO
                       MOVE W-DATA-TESTE  TO PARM-DATA-FIM
                   WHEN ACAO-CONTAR-DIAS
                       PERFORM CONTAR-DIAS-ABERTOS
                   WHEN OTHER
                       MOVE "99" TO PARM-RETORNO
               END-EVALUATE
               CLOSE ARQ-CALENDARIO
           END-IF.
           EXIT PROGRAM.

       BUSCAR-DIA-ABERTO.
           MOVE ZEROS TO W-QTD-TENTATIVAS.
           MOVE "N"   TO W-DIA-ABERTO.
           MOVE W-DATA-TESTE TO W-DATA-ORIGEM.
           PERFORM VERIFICAR-DIA-ABERTO
               UNTIL DIA-ABERTO OR W-QTD-TENTATIVAS > 366.
           *> UM ANO INTEIRO FECHADO INDICA CALENDARIO CADASTRADO ERRADO
           IF  NOT DIA-ABERTO
               MOVE W-DATA-ORIGEM TO W-DATA-TESTE
               MOVE "24" TO PARM-RETORNO
           END-IF.

       VERIFICAR-DIA-ABERTO.
           MOVE W-DATA-TESTE TO DATA-CALENDARIO.
           READ ARQ-CALENDARIO.
           IF  W-COD-ERRO-CAL = "00"
               ADD 1 TO W-QTD-TENTATIVAS
               COMPUTE W-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-TESTE) + 1
               COMPUTE W-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER (W-DIA-INTEIRO)
           ELSE
               MOVE "S" TO W-DIA-ABERTO
           END-IF.

       CONTAR-DIAS-ABERTOS.
           MOVE ZEROS TO PARM-DIAS.
           IF  PARM-DATA-FIM > PARM-DATA-INI
               COMPUTE W-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE (PARM-DATA-INI) + 1
               COMPUTE W-DIA-FINAL =
                   FUNCTION INTEGER-OF-DATE (PARM-DATA-FIM)
               PERFORM CONTAR-DIA
                   UNTIL W-DIA-INTEIRO > W-DIA-FINAL
           END-IF.

       CONTAR-DIA.
           COMPUTE W-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (W-DIA-INTEIRO).
           MOVE W-DATA-TESTE TO DATA-CALENDARIO.
           READ ARQ-CALENDARIO.
           IF  W-COD-ERRO-CAL NOT = "00"
               ADD 1 TO PARM-DIAS
           END-IF.
           ADD 1 TO W-DIA-INTEIRO.
