      *****************************************************************
      * COPY NOTALOG
      * Record layout for the grade change log (NOTALOG_PATH, line
      * sequential, appended by CADSTUD): one line per grade posted
      * or changed, with the grade it replaced, the teacher who
      * posted it (blank when the operator is not a teacher, see
      * DOCVAL.cpy), the operator and the date and time.
      *   NL-TIPO          'B' term grade (ST-NOTA), 'R' recovery
      *                    grade (RCP-NOTA, NL-BIMESTRE = 0)
      * Read by PENDNOTA: a term grade of zero that was posted this
      * year is a grade, not a missing entry.
      *****************************************************************
       01 REG-NOTALOG.
           03 NL-CD-STUDENT          PIC 9(05).
           03 NL-TURMA               PIC X(03).
           03 NL-TIPO                PIC X(01).
               88 NL-BIMESTRAL           VALUE 'B'.
               88 NL-RECUPERACAO         VALUE 'R'.
           03 NL-MATERIA             PIC 9(01).
           03 NL-BIMESTRE            PIC 9(01).
           03 NL-NOTA-ANTERIOR       PIC 9(03)V99.
           03 NL-NOTA-NOVA           PIC 9(03)V99.
           03 NL-DOCENTE             PIC X(04).
           03 NL-OPERADOR            PIC X(08).
           03 NL-DATA                PIC 9(08).
           03 NL-HORA                PIC 9(08).
