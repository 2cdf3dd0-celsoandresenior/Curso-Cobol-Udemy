      *****************************************************************
      * COPY TURMATAB
      * Record layout for the turma table (TURMATAB_PATH), kept
      * through MANUTTAB like the other reference tables: one line
      * per turma with its description, the trailing active flag
      * (MANUTTAB deactivation column, 'N' = turma withdrawn) and,
      * after the flag, the number of places and the minimum number
      * of enrolled students for the turma to open.
      *   TURMATAB-CAPACIDADE  places in the turma; CADSTUD refuses
      *                        an enrollment beyond it and offers a
      *                        waitlist entry (ESPERA.cpy) instead
      *   TURMATAB-MINIMO      students needed to open the turma,
      *                        flagged by the occupancy report
      *                        OCUPTUR
      * Zero, or a line written before these columns existed (blank,
      * not numeric), means no limit / no minimum.
      *****************************************************************
       01 REG-TURMATAB.
           03 TURMATAB-COD              PIC X(03).
           03 TURMATAB-DESC             PIC X(20).
           03 TURMATAB-ATIVO            PIC X(01).
               88 TURMATAB-DESATIVADA       VALUE 'N'.
           03 TURMATAB-CAPACIDADE       PIC 9(03).
           03 TURMATAB-MINIMO           PIC 9(03).
