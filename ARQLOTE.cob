       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

      * CAMPOS DA LEITURA DO FIMRUN (PROGRAMA;DATA;HORA;RC;C1;C2;C3).
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE SPACES.

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-ARQUIVO-DIR       DELIMITED BY SPACE
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
