      *****************************************************************
      * COPY RECSTUD
      * Record layout for the tuition receipts file (RECSTUD_PATH),
      * written by the RECSTUD program: one line per payment
      * received against a tuition invoice of the FATSTHIST history
      * (competencia + guardian, as billed by FATSTUD), in the same
      * shape as RECFAT for the directory invoices. RS-VALOR is in
      * the house money format of MOEDA.cpy. Read by MENSCALC,
      * which works out the open tuition of a guardian.
      *****************************************************************
       01 REG-RECSTUD.
           03 RS-COMPETENCIA         PIC 9(06).
           03 RS-RESPONSAVEL         PIC 9(05).
           03 RS-DATA                PIC 9(08).
           03 RS-VALOR               PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           03 RS-OPERADOR            PIC X(08).
