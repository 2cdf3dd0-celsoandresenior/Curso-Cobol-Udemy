      *****************************************************************
      * COPY ATDTAB
      * Record layout for the customer service reason table
      * (ATDTAB_PATH), kept through MANUTTAB like the other reference
      * tables: one line per reason a ticket of the service desk can
      * be opened for (see ATDFILE.cpy). The code is two digits. The
      * priority is the default offered when a ticket is opened:
      *   'A' = alta    'M' = media    'B' = baixa
      * and the SLA is the number of business days (CALTAB calendar,
      * through DIAUTIL) the desk has to close a ticket of the
      * reason, counted from the day after it was opened; a ticket
      * opened or raised to priority 'A' gets half of it, rounded up.
      * The trailing active flag is the MANUTTAB deactivation column
      * ('N' = reason withdrawn: no new tickets, but the existing ones
      * are still reported under it).
      *****************************************************************
       01 REG-ATDTAB.
           03 ATDTAB-COD                PIC 9(02).
           03 ATDTAB-DESC               PIC X(20).
           03 ATDTAB-PRIORIDADE         PIC X(01).
               88 ATDTAB-PRIORIDADE-VALIDA  VALUES 'A' 'M' 'B'.
           03 ATDTAB-SLA-DIAS           PIC 9(02).
           03 ATDTAB-ATIVO              PIC X(01).
               88 ATDTAB-DESATIVADO         VALUE 'N'.
