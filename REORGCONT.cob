      *          DE CONTROLE PROVANDO QUE LIDOS = MANTIDOS +
      *          ARQUIVADOS. O UNDELCONT CONSULTA O CONTARQ PARA
      *          INFORMAR AO OPERADOR QUANDO UM CONTATO JA FOI
      *          LEVADO PARA O ARQUIVO MORTO. O PRAZO N VEM DA TABELA
      *          DE RETENCAO (RETTAB, LINHA CONTATOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-IDADE-TXT              PIC X(05) VALUE SPACES.
       77 WS-IDADE-DIAS             PIC 9(05) VALUE 365.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-HOJE              PIC 9(08) VALUE ZEROES.

          COPY RETPARM.
       77 WS-DIAS-REGISTRO          PIC 9(08) VALUE ZEROES.
       77 WS-IDADE-REGISTRO         PIC S9(08) VALUE ZEROES.


           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'REORG_IDADE_DIAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-IDADE-TXT         FROM ENVIRONMENT-VALUE
           ELSE
               MOVE WS-IDADE-TXT TO WS-IDADE-DIAS
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

      * A TABELA DE RETENCAO PREVALECE SOBRE O REORG_IDADE_DIAS.
           MOVE 'CONTATOS'    TO RP-ARQUIVO
           MOVE WS-DATA-SISTEMA TO RP-DATA-REF
           CALL 'RETPOL' USING POLITICA-RETENCAO
           IF RP-REGISTRADA AND NOT RP-GERACOES
               MOVE RP-DIAS TO WS-IDADE-DIAS
               DISPLAY 'PRAZO DA TABELA DE RETENCAO (CONTATOS).'
           ELSE
               DISPLAY 'SEM LINHA CONTATOS NA TABELA DE RETENCAO.'
           END-IF
           DISPLAY 'EXCLUIDOS HA MAIS DE ' WS-IDADE-DIAS
                   ' DIAS SERAO ARQUIVADOS.'
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
