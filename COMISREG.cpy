      *****************************************************************
      * COPY COMISREG
      * Record layout for the reconciled commission register
      * (COMISREG_PATH): CARGACOM appends one line per commission
      * statement of the insurance partner it loads, after checking
      * every line against POLFILE and the rate table COMISTAB. The
      * competence is the month of the statement's header date.
      *   CMR-TOTAL-EXTRATO    sum of every commission on the file
      *   CMR-TOTAL-CONCILIADO commission on known policies, paid
      *                        once - the revenue CONTEXP exports
      *                        for the competence
      *   CMR-TOTAL-PENDENTE   commission on unknown policies or
      *                        repeated lines, held out of revenue
      *                        until settled with the partner
      * Rate and amount differences stay inside the reconciled total
      * (the money was paid) and are listed on RELCOMIS for follow-up.
      *****************************************************************
       01 REG-COMISREG.
           03 CMR-COMPETENCIA        PIC 9(06).
           03 CMR-ORIGEM             PIC X(10).
           03 CMR-DATA-ARQUIVO       PIC 9(08).
           03 CMR-DETALHES           PIC 9(05).
           03 CMR-TOTAL-EXTRATO      PIC 9(09)V99.
           03 CMR-TOTAL-CONCILIADO   PIC 9(09)V99.
           03 CMR-TOTAL-PENDENTE     PIC 9(09)V99.
           03 CMR-DT-PROCESSO        PIC 9(08).
