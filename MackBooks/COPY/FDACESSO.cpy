       FD ARQ-ACESSO.
       01 REG-ACESSO.
           02 DATA-ACESSO      PIC 9(8).
           02 HORA-ACESSO      PIC 9(6).
           02 OPERADOR-ACESSO  PIC X(8).
           02 PERFIL-ACESSO    PIC X(1).
           02 EVENTO-ACESSO    PIC X(1).
               88 ACESSO-OPERADOR-INEXISTENTE VALUE "D".
               88 ACESSO-SENHA-INVALIDA       VALUE "F".
               88 ACESSO-BLOQUEIO             VALUE "B".
               88 ACESSO-OPERADOR-BLOQUEADO   VALUE "L".
               88 ACESSO-OPERADOR-INATIVO     VALUE "I".
               88 ACESSO-NEGADO               VALUE "N".
           02 MENU-ACESSO      PIC X(1).
           02 OPCAO-ACESSO     PIC X(1).
