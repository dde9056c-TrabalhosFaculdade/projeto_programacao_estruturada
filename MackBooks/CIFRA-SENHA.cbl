       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRA-SENHA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           77 W-I            PIC 9(2)  VALUE ZEROS.
           77 W-ACUMULADOR   PIC 9(10) VALUE ZEROS.

           01 W-TEXTO.
               02 W-TEXTO-OPERADOR PIC X(8).
               02 W-TEXTO-SENHA    PIC X(8).

           LINKAGE SECTION.
           01 PARM-OPERADOR PIC X(8).
           01 PARM-SENHA    PIC X(8).
           01 PARM-CIFRA    PIC 9(10).

       PROCEDURE DIVISION USING PARM-OPERADOR PARM-SENHA PARM-CIFRA.

       INICIO.
           *> A SENHA NUNCA E GRAVADA; SO O VALOR CIFRADO COM O CODIGO
           MOVE PARM-OPERADOR TO W-TEXTO-OPERADOR.
           MOVE PARM-SENHA    TO W-TEXTO-SENHA.
           MOVE 7             TO W-ACUMULADOR.
           PERFORM ACUMULAR-CARACTER
               VARYING W-I FROM 1 BY 1
               UNTIL W-I > 16.
           MOVE W-ACUMULADOR TO PARM-CIFRA.
           EXIT PROGRAM.

       ACUMULAR-CARACTER.
           COMPUTE W-ACUMULADOR = FUNCTION MOD
               (W-ACUMULADOR * 131 + FUNCTION ORD (W-TEXTO (W-I:1)),
                9999999967).
