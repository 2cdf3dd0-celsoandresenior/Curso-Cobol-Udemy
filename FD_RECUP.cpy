      *****************************************************************
      * COPY FD_RECUP
      * Record description for the indexed recovery exam master
      * (RECUPMST.DAT), keyed on RCP-CD-STUDENT: one record per
      * student who sat a recovery exam (recuperacao), with the
      * score of each subject (ST-MATERIA 1-3), the date it was
      * keyed and the operator. A score of zero means "no recovery
      * in this subject". Captured by CADSTUD for students that
      * AVALCALC marks as entitled (failed on grade, attendance
      * within the rule); RECUPLST lists the candidates, and
      * LERARQUIVO, CERTSTUD and MOVSTUD pass the scores to
      * AVALCALC to get the final status after recovery.
      *****************************************************************
       01 REG-RECUP.
           03 RCP-CD-STUDENT         PIC 9(05).
           03 RCP-MATERIAS.
               05 RCP-MATERIA OCCURS 3 TIMES.
                   07 RCP-NOTA       PIC 9(03)V99.
                   07 RCP-DATA       PIC 9(08).
                   07 RCP-OPERADOR   PIC X(08).
