      *   77 WS-TOKEN-OBTIDO       PIC X.
      *       88 TOKEN-OBTIDO      VALUE 'S' FALSE 'N'.
      *   77 WS-TOK-EVENTO         PIC X(10).
      *   77 WS-TOK-OPERADOR       PIC X(08).
      * with RUNTOKEN_PATH / TOKENLOG_PATH environment lookups in
      * P100-LOCALIZA-ARQUIVOS, plus a TOKEN_OVERRIDE lookup into
      * WS-TOKEN-OVERRIDE and an OPERADOR_COD lookup into
      * WS-TOK-OPERADOR. The log line (P950-LOG-TOKEN) is date-time,
      * event, program and the operator who ran the job, so that an
      * OVERRIDE can be traced to a person (see AUDSEG).
      *****************************************************************
           SET TOKEN-OBTIDO TO FALSE
           MOVE SPACES TO WS-TOK-DONO
