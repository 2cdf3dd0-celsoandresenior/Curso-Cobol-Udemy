      *****************************************************************
      * COPY RETPARM
      * Communication area of the RETPOL subprogram (see RETPOL.cob),
      * which looks a file up in the retention policy table
      * (RETTAB.cpy). The caller moves the table key to RP-ARQUIVO
      * and its processing date to RP-DATA-REF, CALLs RETPOL USING
      * POLITICA-RETENCAO and reads RP-SITUACAO:
      *   'S' = policy registered         'N' = no line for the file
      *                                         (or withdrawn)
      *   'X' = retention table unavailable
      * For a registered file the line comes back in RP-DESCRICAO,
      * RP-PRAZO, RP-UNIDADE and RP-ACAO. For a time-based period
      * RP-DATA-CORTE is the first date still inside the period
      * (records dated before it are past the limit) and RP-DIAS the
      * same period in days, counted back from RP-DATA-REF; both are
      * zero for a generation count ('G'). A caller with no line in
      * the table keeps its own historical default.
      *****************************************************************
       01 POLITICA-RETENCAO.
           03 RP-ARQUIVO             PIC X(10).
           03 RP-DATA-REF            PIC 9(08).
           03 RP-SITUACAO            PIC X(01).
               88 RP-REGISTRADA          VALUE 'S'.
               88 RP-NAO-CADASTRADA      VALUE 'N'.
               88 RP-TABELA-AUSENTE      VALUE 'X'.
           03 RP-DESCRICAO           PIC X(20).
           03 RP-PRAZO               PIC 9(05).
           03 RP-UNIDADE             PIC X(01).
               88 RP-GERACOES            VALUE 'G'.
           03 RP-ACAO                PIC X(01).
           03 RP-DATA-CORTE          PIC 9(08).
           03 RP-DIAS                PIC 9(05).
