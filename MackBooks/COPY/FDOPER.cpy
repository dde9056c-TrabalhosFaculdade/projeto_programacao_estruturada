       FD ARQ-OPERADOR.
       01 REG-OPERADOR.
           02 COD-OPERADOR-CAD    PIC X(8).
           02 NOME-OPERADOR       PIC X(40).
           02 SENHA-OPERADOR      PIC 9(10).
           02 PERFIL-OPERADOR     PIC X(1).
               88 PERFIL-BALCAO         VALUE "B".
               88 PERFIL-SUPERVISOR     VALUE "S".
               88 PERFIL-ADMINISTRADOR  VALUE "A".
           02 SITUACAO-OPERADOR   PIC X(1).
               88 OPERADOR-ATIVO        VALUE "A".
               88 OPERADOR-INATIVO      VALUE "I".
               88 OPERADOR-BLOQUEADO    VALUE "B".
           02 TENTATIVAS-OPERADOR PIC 9(1).
           02 DATA-ULTIMO-ACESSO  PIC 9(8).
           02 FILLER              PIC X(20).
