      *****************************************************************
      * COPY PROGTAB
      * Record layout for the turma progression table (PROGTAB_PATH),
      * kept through MANUTTAB like the other reference tables: one
      * line per turma (TURMATAB code) naming the turma a student
      * who passed moves to at the academic year rollover (VIRAANO).
      * A blank PROGTAB-TURMA-SEG marks the last turma of the course:
      * the student who passes there is moved to ST-CONCLUIDO. A turma
      * without a line keeps its approved students where they are
      * and VIRAANO reports them for manual placement. The trailing
      * active flag is the MANUTTAB deactivation column ('N' = line
      * withdrawn).
      *****************************************************************
       01 REG-PROGTAB.
           03 PROGTAB-TURMA             PIC X(03).
           03 PROGTAB-TURMA-SEG         PIC X(03).
               88 PROGTAB-ULTIMA-TURMA      VALUE SPACES.
           03 PROGTAB-ATIVO             PIC X(01).
               88 PROGTAB-DESATIVADA        VALUE 'N'.
