      * and extend their P100-LOCALIZA-ARQUIVOS with a RUNCTL_PATH
      * environment lookup the same way every CONTATOS program
      * already does for CONTATOS_PATH.
      * A 'FIM   ' record with WS-RUN-RC of 8 or higher also opens
      * an alert on the batch failure alert queue (CALL 'ALERTAR',
      * see ALRFILA.cpy); the CALL resets RETURN-CODE, so callers
      * move their final RC into RETURN-CODE after this fragment.
      *****************************************************************
           MOVE SPACES            TO REG-RUNCTL
           MOVE WS-RUN-PROGRAMA   TO RUN-PROGRAMA
               DISPLAY 'ERRO AO GRAVAR O RUN-LOG DE OPERACOES (FS='
                       WS-FS-RUN ').'
           END-IF
           IF WS-RUN-EVENTO = 'FIM   ' AND WS-RUN-RC NOT < 8
               CALL 'ALERTAR' USING WS-RUN-PROGRAMA WS-RUN-RC
           END-IF
