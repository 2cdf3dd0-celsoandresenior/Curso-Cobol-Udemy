      *****************************************************************
      * COPY DOCTUR
      * Record layout for the teacher assignment table (DOCTUR_PATH),
      * kept through MANUTTAB: one line per teacher x turma x subject
      * (the key is the first 8 bytes), with the trailing active flag
      * ('N' = assignment withdrawn).
      *   DOCTUR-DOCENTE   teacher code (DOCTAB-COD, see DOCTAB.cpy)
      *   DOCTUR-TURMA     turma code (TURMATAB-COD)
      *   DOCTUR-MATERIA   subject 1-3, as the ST-MATERIA index of
      *                    the student master (FD_STUDENT.cpy)
      * A teacher may have any number of lines; a turma/subject may
      * be shared by more than one teacher. Read by DOCVALID to
      * authorize grade and attendance entry and by the missing
      * grades report PENDNOTA.
      *****************************************************************
       01 REG-DOCTUR.
           03 DOCTUR-DOCENTE            PIC X(04).
           03 DOCTUR-TURMA              PIC X(03).
           03 DOCTUR-MATERIA            PIC 9(01).
           03 DOCTUR-ATIVO              PIC X(01).
               88 DOCTUR-DESATIVADA         VALUE 'N'.
