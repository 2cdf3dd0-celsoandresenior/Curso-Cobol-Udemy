      *****************************************************************
      * COPY AVALCALC
      * Communication area of the AVALCALC subprogram (see
      * AVALCALC.cob), the single place where the course's pass
      * rule is applied. The caller moves the student's turma, the
      * grades (ST-NOTAS of FD_STUDENT.cpy, same shape), the
      * attended/missed class totals (FQ-BIMESTRE of FD_FREQ.cpy
      * summed, or the class diary sessions) and the recovery exam
      * scores (RCP-NOTA of FD_RECUP.cpy, zeroes when none), then
      * CALLs AVALCALC USING CALCULO-AVALIACAO. With no classes
      * recorded the student counts as 100% present, so nobody
      * fails on attendance for want of a roll call.
      * The rule of the turma comes from AVALTAB (see AVALTAB.cpy)
      * and is returned in AV-REGRA so reports can print it:
      *   AV-ORIGEM-REGRA  T = line of the turma
      *                    G = house line '***'
      *                    P = no line: historical rule (equal
      *                        weights, 70, 25%, warning 20%)
      * Results: the weighted average of each subject over the
      * bimesters, the weighted final average over the subjects,
      * the attendance and absence percentages and the final
      * status:
      *   AV-SITUACAO      A = approved
      *                    R = approved through the recovery exam
      *                    N = failed on grade
      *                    F = failed on attendance
      *   AV-ALERTA        S = absences above the warning threshold
      * Recovery (recuperacao): a student failing on grade with
      * acceptable attendance is entitled to it (AV-RECUPERACAO =
      * 'S'), in each weighted subject whose average is below the
      * passing grade (AV-MAT-RECUP = 'S'). The subject average
      * after recovery is the higher of the average and the
      * recovery score capped at the passing grade; the final
      * average is then recomputed (AV-MEDIA-MAT-FINAL and
      * AV-MEDIA-FINAL, equal to the regular averages when no
      * recovery applies) and decides between R and N.
      *****************************************************************
       01 CALCULO-AVALIACAO.
           03 AV-TURMA               PIC X(03).
           03 AV-NOTAS.
               05 AV-MATERIA OCCURS 3 TIMES.
                   07 AV-NOTA OCCURS 4 TIMES
                                     PIC 9(03)V99.
           03 AV-PRESENCAS           PIC 9(05).
           03 AV-FALTAS              PIC 9(05).
           03 AV-NOTAS-RECUP.
               05 AV-NOTA-RECUP OCCURS 3 TIMES
                                     PIC 9(03)V99.
           03 AV-REGRA.
               05 AV-PESO-BIM OCCURS 4 TIMES
                                     PIC 9(02).
               05 AV-PESO-MAT OCCURS 3 TIMES
                                     PIC 9(02).
               05 AV-NOTA-MINIMA     PIC 9(03)V99.
               05 AV-MAX-FALTAS      PIC 9(03)V99.
               05 AV-ALERTA-FALTAS   PIC 9(03)V99.
           03 AV-ORIGEM-REGRA        PIC X(01).
               88 AV-REGRA-TURMA         VALUE 'T'.
               88 AV-REGRA-CASA          VALUE 'G'.
               88 AV-REGRA-HISTORICA     VALUE 'P'.
           03 AV-MEDIA-MAT OCCURS 3 TIMES
                                     PIC 9(03)V99.
           03 AV-MEDIA               PIC 9(03)V99.
           03 AV-PCT-FREQ            PIC 9(03)V99.
           03 AV-PCT-FALTAS          PIC 9(03)V99.
           03 AV-MEDIA-MAT-FINAL OCCURS 3 TIMES
                                     PIC 9(03)V99.
           03 AV-MEDIA-FINAL         PIC 9(03)V99.
           03 AV-RECUPERACAO         PIC X(01).
               88 AV-DIREITO-RECUP       VALUE 'S'.
           03 AV-MAT-RECUP OCCURS 3 TIMES
                                     PIC X(01).
               88 AV-MATERIA-EM-RECUP    VALUE 'S'.
           03 AV-SITUACAO            PIC X(01).
               88 AV-APROVADO            VALUE 'A'.
               88 AV-APROVADO-RECUP      VALUE 'R'.
               88 AV-REPROVADO-NOTA      VALUE 'N'.
               88 AV-REPROVADO-FALTA     VALUE 'F'.
           03 AV-ALERTA              PIC X(01).
               88 AV-EM-ALERTA           VALUE 'S'.
