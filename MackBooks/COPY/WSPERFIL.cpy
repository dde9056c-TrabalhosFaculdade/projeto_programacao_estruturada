           01 W-PERFIS-PADRAO.
               02 FILLER PIC X(1)  VALUE "B".
               02 FILLER PIC X(20) VALUE "BALCAO".
               02 FILLER PIC X(36) VALUE "167ABCEHMU".
               02 FILLER PIC X(36) VALUE "B".
               02 FILLER PIC X(1)  VALUE "S".
               02 FILLER PIC X(20) VALUE "SUPERVISOR".
               02 FILLER PIC X(36) VALUE "123567ABCDEFHIJKMNOPQSTUV".
               02 FILLER PIC X(36) VALUE "35689BCF".

           01 W-TAB-PERFIS-PADRAO REDEFINES W-PERFIS-PADRAO.
               02 W-PERFIL-PADRAO OCCURS 2.
                   03 TABP-COD-PERFIL  PIC X(1).
                   03 TABP-DESC-PERFIL PIC X(20).
                   03 TABP-OPCOES      PIC X(36).
                   03 TABP-OPCOES-ADM  PIC X(36).

           01 W-OPCOES-VALIDAS.
               02 W-OPCOES-VALIDAS-PRINCIPAL PIC X(36)
                  VALUE "123456789ABCDEFGHIJKLMNOPQRSTUV".
               02 W-OPCOES-VALIDAS-ADM       PIC X(36)
                  VALUE "123456789ABCDEFG".
