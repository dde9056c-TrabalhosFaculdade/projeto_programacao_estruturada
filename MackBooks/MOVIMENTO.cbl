
           WORKING-STORAGE SECTION.
           77 W-COD-ERRO-MOV PIC X(2) VALUE SPACES.
           77 W-HORA-SISTEMA PIC 9(8) VALUE ZEROS.

           LINKAGE SECTION.
           01 PARM-OPERADOR PIC X(8).
           01 PARM-OPERACAO PIC X(1).
           01 PARM-ANTES    PIC X(124).
           01 PARM-DEPOIS   PIC X(124).
           01 PARM-ARQUIVO  PIC X(10).

       PROCEDURE DIVISION USING PARM-OPERADOR PARM-PROGRAMA
                                PARM-OPERACAO PARM-ANTES PARM-DEPOIS
                                PARM-ARQUIVO.

       INICIO.
           OPEN EXTEND ARQ-MOVIMENTO.
           MOVE SPACES        TO REG-MOVIMENTO.
           MOVE PARM-OPERADOR TO OPERADOR-MOV.
           ACCEPT DATA-MOV FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SISTEMA FROM TIME.
           MOVE W-HORA-SISTEMA (1:6) TO HORA-MOV.
           MOVE PARM-PROGRAMA TO PROGRAMA-MOV.
           MOVE PARM-OPERACAO TO OPERACAO-MOV.
           MOVE PARM-ANTES    TO ANTES-MOV.
           MOVE PARM-DEPOIS   TO DEPOIS-MOV.
           MOVE PARM-ARQUIVO  TO ARQUIVO-MOV.
           WRITE REG-MOVIMENTO.
           IF  W-COD-ERRO-MOV NOT = "00"
               DISPLAY "ERRO AO GRAVAR MOVIMENTO.LOG - STATUS "
