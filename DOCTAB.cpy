      *****************************************************************
      * COPY DOCTAB
      * Record layout for the teacher table (DOCTAB_PATH), kept
      * through MANUTTAB like the other reference tables: one line
      * per teacher with the name, the operator code the teacher
      * signs on with (OPERTAB-COD, see OPERTAB.cpy) and the trailing
      * active flag (MANUTTAB deactivation column, 'N' = teacher no
      * longer on staff). The turmas and subjects each teacher
      * teaches are in the assignment table (DOCTUR.cpy). An
      * operator linked to an active teacher may only post grades
      * and attendance for the teacher's own assignments (DOCVALID,
      * see DOCVAL.cpy).
      *****************************************************************
       01 REG-DOCTAB.
           03 DOCTAB-COD                PIC X(04).
           03 DOCTAB-NOME               PIC X(20).
           03 DOCTAB-OPERADOR           PIC X(08).
           03 DOCTAB-ATIVO              PIC X(01).
               88 DOCTAB-DESATIVADO         VALUE 'N'.
