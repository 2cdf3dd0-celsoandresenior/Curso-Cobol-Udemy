      *****************************************************************
      * COPY CADEIAS
      * Record layout for the batch chain definitions (CADEIAS_PATH),
      * read by BATCHEOD to run a chain and by PREVCAL to forecast
      * it. Steps 01-20 name the program of each step and whether a
      * failure stops the chain ('S', the default) or lets it go on
      * ('N'). The optional step 00 line of a chain carries its run
      * frequency in place of the program name:
      *   'D'       every business day (also the rule of a chain
      *             with no step 00 line)
      *   'S' nn    weekly, on weekday nn (01 = Monday ... 07 =
      *             Sunday)
      *   'M' nn    monthly, on the nn-th business day of the month
      *   'F'       month-end, on the last business day of the month
      * Business days come from the house calendar (DIAUTIL /
      * CALTAB); a weekly run whose weekday is not a business day
      * moves to the next business day (see AGENDIA).
      *****************************************************************
       01 REG-CADEIAS.
           03 CAD-CADEIA             PIC X(08).
           03 CAD-PASSO              PIC 9(02).
           03 CAD-PROGRAMA           PIC X(12).
           03 CAD-REGRA REDEFINES CAD-PROGRAMA.
               05 CAD-FREQUENCIA     PIC X(01).
                   88 CAD-DIARIA         VALUE 'D'.
                   88 CAD-SEMANAL        VALUE 'S'.
                   88 CAD-MENSAL         VALUE 'M'.
                   88 CAD-FIM-MES        VALUE 'F'.
               05 CAD-FREQ-PARAM     PIC X(02).
               05 FILLER             PIC X(09).
           03 CAD-PARA-SE-FALHA      PIC X(01).
