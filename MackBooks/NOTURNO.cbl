           77 W-J               PIC 9(1)  VALUE ZEROS.
           77 W-QTD-EXECUTADAS  PIC 9(1)  VALUE ZEROS.
           77 W-QTD-PULADAS     PIC 9(1)  VALUE ZEROS.
           77 W-QTD-ETAPAS      PIC 9(1)  VALUE 5.
           77 W-OPERADOR        PIC X(8)  VALUE "NOTURNO".

           01 W-PARM-EXECUCAO.
               02 W-PARM-DATA-CORTE PIC 9(8) VALUE ZEROS.

           01 W-TAB-ETAPAS.
               02 W-ETAPA OCCURS 5.
                   03 TAB-ETAPA    PIC X(14).
                   03 TAB-DATA     PIC 9(8).
                   03 TAB-SITUACAO PIC X(2).
           IF  PARAMETRO-OK
               PERFORM EXECUTAR-ETAPA
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-QTD-ETAPAS OR CADEIA-PARADA
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           CALL "CABECALHO".
           DISPLAY "ROTINA NOTURNA - BATIMENTO, ATRASADOS, EXPURGO, "
               "BACKUP E AUDITORIA".
           DISPLAY " ".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "BATIMENTO"     TO TAB-ETAPA (1).
           MOVE "ATRASADOS"     TO TAB-ETAPA (2).
           MOVE "EXPURGO"       TO TAB-ETAPA (3).
           MOVE "BACKUP-LIVROS" TO TAB-ETAPA (4).
           MOVE "AUDITORIA"     TO TAB-ETAPA (5).
           PERFORM LIMPAR-ETAPA
               VARYING W-J FROM 1 BY 1 UNTIL W-J > W-QTD-ETAPAS.
           PERFORM LER-PARAMETROS.
           IF  PARAMETRO-OK
               PERFORM CARREGAR-CONTROLE

       APROVEITAR-CONTROLE.
           PERFORM CASAR-CONTROLE
               VARYING W-J FROM 1 BY 1 UNTIL W-J > W-QTD-ETAPAS.
           PERFORM LER-REGISTRO-CONTROLE.

       CASAR-CONTROLE.
                   CALL "EXPURGO" USING W-PARM-EXECUCAO
               WHEN 4
                   CALL "BACKUP-LIVROS"
               WHEN 5
                   CALL "AUDITORIA" USING W-PARM-EXECUCAO W-OPERADOR
           END-EVALUATE.

       REGRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           PERFORM GRAVAR-REGISTRO-CONTROLE
               VARYING W-J FROM 1 BY 1 UNTIL W-J > W-QTD-ETAPAS.
           CLOSE ARQ-CONTROLE.

       GRAVAR-REGISTRO-CONTROLE.
           DISPLAY " ".
           DISPLAY "RESUMO DA ROTINA NOTURNA".
           PERFORM EXIBIR-RESULTADO-ETAPA
               VARYING W-J FROM 1 BY 1 UNTIL W-J > W-QTD-ETAPAS.
           DISPLAY "ETAPAS EXECUTADAS: " W-QTD-EXECUTADAS.
           DISPLAY "ETAPAS PULADAS:    " W-QTD-PULADAS.
           MOVE ZEROS TO RETURN-CODE.
