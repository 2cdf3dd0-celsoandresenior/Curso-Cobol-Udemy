       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-FS-TXT                 PIC 99.
          88 FS-TXT-OK              VALUE 0.

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
