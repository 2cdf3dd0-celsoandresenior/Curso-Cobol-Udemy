      *****************************************************************
      * COPY BALTAB
      * Record layout for the nightly control-total balancing rules
      * (BALTAB_PATH), read by BALANCO at the end of the nightly
      * chain. Each line ties one counter of one job to one counter
      * of another job from the same processing date, as both were
      * written to the operations run-log (see RUNCTL.cpy): counter
      * 1, 2 or 3 is RUN-CONT1, RUN-CONT2 or RUN-CONT3 of the job's
      * latest 'FIM   ' record of the day. The rule balances when
      * the two values differ by no more than BALTAB-TOLERANCIA
      * (zero = must be equal). The master snapshot cut by BATCHEOD
      * is logged as job 'SNAPSHOT' (records, active, active without
      * a direct-mail refusal). Typical rules:
      *   ESTATCONT 2 X FILREL 2     active total, tolerance 0
      *   ESTATCONT 2 X SNAPSHOT 2   active total, tolerance 0
      *   CONVCONT 2 X RECONCONT 1   merged records, tolerance 0
      *   EXTPARC 2 X SNAPSHOT 3     partner extract detail against
      *                              the consented population, with
      *                              a tolerance for the filters the
      *                              snapshot does not apply
      * A line starting with '*' is a comment; the trailing active
      * flag follows the other reference tables ('N' = rule
      * withdrawn).
      *****************************************************************
       01 REG-BALTAB.
           03 BALTAB-REGRA              PIC X(04).
           03 FILLER                    PIC X(01).
           03 BALTAB-DESC               PIC X(30).
           03 FILLER                    PIC X(01).
           03 BALTAB-PROG-A             PIC X(12).
           03 BALTAB-CONT-A             PIC 9(01).
               88 BALTAB-CONT-A-VALIDO      VALUES 1 THRU 3.
           03 FILLER                    PIC X(01).
           03 BALTAB-PROG-B             PIC X(12).
           03 BALTAB-CONT-B             PIC 9(01).
               88 BALTAB-CONT-B-VALIDO      VALUES 1 THRU 3.
           03 FILLER                    PIC X(01).
           03 BALTAB-TOLERANCIA         PIC 9(05).
           03 BALTAB-ATIVO              PIC X(01).
               88 BALTAB-DESATIVADA         VALUE 'N'.
