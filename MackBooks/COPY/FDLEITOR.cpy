           02 SITUACAO-LEITOR  PIC X(1).
               88 LEITOR-ATIVO          VALUE "A".
               88 LEITOR-SUSPENSO       VALUE "S".
               88 LEITOR-ANONIMIZADO    VALUE "X".
               88 LEITOR-INATIVO        VALUE "I".
           02 CATEGORIA-LEITOR PIC X(1).
               88 LEITOR-ALUNO          VALUE "A".
               88 LEITOR-PROFESSOR      VALUE "P".
               88 LEITOR-FUNCIONARIO    VALUE "F".
               88 LEITOR-COMUNIDADE     VALUE "C".
               88 CATEGORIA-LEITOR-OK   VALUE "A" "P" "F" "C".
           02 DATA-CADASTRO-LEITOR PIC 9(8).
           02 MATRICULA-LEITOR PIC X(10).
