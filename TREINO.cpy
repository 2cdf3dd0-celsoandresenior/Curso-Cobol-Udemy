      *****************************************************************
      * COPY TREINO
      * Tells whether the program is running against the training
      * file set. MENUCONT publishes TREINAMENTO=S in the environment
      * when the operator signs on to training, after pointing every
      * data path at the masked copy built by TREINOCONT. COPY this
      * fragment right after the program's title DISPLAY: it labels
      * the screen and leaves MODO-TREINO set for the caller (the
      * partner extracts refuse to run in training; the full-screen
      * forms show WS-TREINO-ROTULO on their first line). Callers
      * declare:
      *   77 WS-TREINO             PIC X(01).
      *       88 MODO-TREINO       VALUE 'S'.
      *   77 WS-TREINO-ROTULO      PIC X(11).
      *****************************************************************
           DISPLAY 'TREINAMENTO'         UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-TREINO
           ACCEPT   WS-TREINO            FROM ENVIRONMENT-VALUE
           MOVE SPACES TO WS-TREINO-ROTULO
           IF MODO-TREINO
               MOVE 'TREINAMENTO' TO WS-TREINO-ROTULO
               DISPLAY '*** TREINAMENTO - BASE FICTICIA, NADA AQUI '
                       'VALE PARA A PRODUCAO ***'
           END-IF
