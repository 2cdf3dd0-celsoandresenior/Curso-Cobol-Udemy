      *****************************************************************
      * COPY AVALTAB
      * Record layout for the grading rules table (AVALTAB_PATH),
      * kept through MANUTTAB like the other reference tables: one
      * line per turma (TURMATAB code) with the rule the student
      * programs apply to its students.
      *   AVALTAB-PESO-BIM    weight of each bimester (1-4) in the
      *                       average of a subject
      *   AVALTAB-PESO-MAT    weight of each subject (ST-MATERIA
      *                       1-3) in the final average; a weight
      *                       of zero leaves the subject out
      *   AVALTAB-NOTA-MINIMA passing final average
      *   AVALTAB-MAX-FALTAS  largest absence percentage that still
      *                       passes (more than this fails on
      *                       attendance, whatever the grades)
      *   AVALTAB-ALERTA      absence percentage above which
      *                       FALTARISK warns the guardian
      * The line keyed '***' is the house rule for every turma
      * without a line of its own. With neither, the programs fall
      * back to the historical rule: equal weights, passing average
      * 70, at most 25% absences, warning above 20%. The trailing
      * active flag is the MANUTTAB deactivation column ('N' = line
      * withdrawn, the turma falls back to '***'). Read through the
      * AVALCALC subprogram (see AVALCALC.cpy).
      *****************************************************************
       01 REG-AVALTAB.
           03 AVALTAB-TURMA             PIC X(03).
               88 AVALTAB-PADRAO            VALUE '***'.
           03 AVALTAB-PESO-BIM OCCURS 4 TIMES
                                        PIC 9(02).
           03 AVALTAB-PESO-MAT OCCURS 3 TIMES
                                        PIC 9(02).
           03 AVALTAB-NOTA-MINIMA       PIC 9(03)V99.
           03 AVALTAB-MAX-FALTAS        PIC 9(03)V99.
           03 AVALTAB-ALERTA            PIC 9(03)V99.
           03 AVALTAB-ATIVO             PIC X(01).
               88 AVALTAB-DESATIVADA        VALUE 'N'.
