      *****************************************************************
      * COPY FD_HISTESC
      * Record description for the indexed transcript history
      * (HISTMST.DAT), keyed on HIS-CHAVE = student + academic year:
      * the permanent copy of a student's year, written by the
      * rollover job VIRAANO before STUDMST, FREQMST and RECUPMST are
      * cleared for the new year, and printed by HISTESC (historico
      * escolar). Holds the turma, the grades (same shape as ST-NOTAS
      * of FD_STUDENT.cpy), the recovery scores (RCP-NOTA of
      * FD_RECUP.cpy), the attendance per bimester (FQ-BIMESTRE of
      * FD_FREQ.cpy) and the result worked out by AVALCALC for the
      * turma rule in force that year: subject and final averages
      * after recovery, attendance percentage and final status
      * (AV-SITUACAO codes A / R / N / F), plus the turma the student
      * was moved to (spaces = kept in the same turma or course
      * concluded, see HIS-CONCLUIU).
      *****************************************************************
       01 REG-HISTESC.
           03 HIS-CHAVE.
               05 HIS-CD-STUDENT     PIC 9(05).
               05 HIS-ANO            PIC 9(04).
           03 HIS-NM-STUDENT         PIC X(20).
           03 HIS-TURMA              PIC X(03).
           03 HIS-NOTAS.
               05 HIS-MATERIA OCCURS 3 TIMES.
                   07 HIS-NOTA OCCURS 4 TIMES
                                     PIC 9(03)V99.
           03 HIS-NOTAS-RECUP.
               05 HIS-NOTA-RECUP OCCURS 3 TIMES
                                     PIC 9(03)V99.
           03 HIS-BIMESTRES.
               05 HIS-BIMESTRE OCCURS 4 TIMES.
                   07 HIS-PRESENCAS  PIC 9(03).
                   07 HIS-FALTAS     PIC 9(03).
           03 HIS-MEDIA-MAT OCCURS 3 TIMES
                                     PIC 9(03)V99.
           03 HIS-MEDIA-FINAL        PIC 9(03)V99.
           03 HIS-PCT-FREQ           PIC 9(03)V99.
           03 HIS-SITUACAO           PIC X(01).
               88 HIS-APROVADO           VALUE 'A'.
               88 HIS-APROVADO-RECUP     VALUE 'R'.
               88 HIS-REPROVADO-NOTA     VALUE 'N'.
               88 HIS-REPROVADO-FALTA    VALUE 'F'.
           03 HIS-TURMA-SEGUINTE     PIC X(03).
           03 HIS-CONCLUIU           PIC X(01).
               88 HIS-CURSO-CONCLUIDO    VALUE 'S'.
           03 HIS-DT-VIRADA          PIC 9(08).
