       FD ARQ-PERFIL.
       01 REG-PERFIL.
           02 COD-PERFIL          PIC X(1).
           02 DESC-PERFIL         PIC X(20).
           02 OPCOES-PERFIL       PIC X(36).
           02 OPCOES-ADM-PERFIL   PIC X(36).
           02 FILLER              PIC X(10).
