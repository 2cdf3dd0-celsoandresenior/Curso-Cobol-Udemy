      *****************************************************************
      * COPY DOCVAL
      * Communication area of the DOCVALID subprogram (see
      * DOCVALID.cob), which tells whether the signed-on operator may
      * post grades or attendance for a turma and subject. The caller
      * moves the operator code (OPERADOR_COD) to DV-OPERADOR, the
      * turma to DV-TURMA and the subject (1-3) to DV-MATERIA - zero
      * for attendance, which is taken per turma - CALLs DOCVALID
      * USING VALIDACAO-DOCENTE and reads DV-SITUACAO:
      *   'A' = the operator is an active teacher (DOCTAB.cpy) with
      *         an active assignment for the turma/subject
      *         (DOCTUR.cpy): entry allowed
      *   'N' = the operator is a teacher without that assignment:
      *         entry refused
      *   'L' = the operator is not linked to any active teacher
      *         (secretary, coordination): entry not restricted
      *   'X' = teacher table unavailable: no teacher can be told
      *         apart, entry not restricted
      * For 'A' and 'N' the teacher comes back in DV-DOCENTE and
      * DV-NOME-DOCENTE, for the grade change log (NOTALOG.cpy).
      *****************************************************************
       01 VALIDACAO-DOCENTE.
           03 DV-OPERADOR            PIC X(08).
           03 DV-TURMA               PIC X(03).
           03 DV-MATERIA             PIC 9(01).
           03 DV-SITUACAO            PIC X(01).
               88 DV-AUTORIZADO          VALUE 'A'.
               88 DV-NEGADO              VALUE 'N'.
               88 DV-LIVRE               VALUE 'L'.
               88 DV-TABELA-AUSENTE      VALUE 'X'.
           03 DV-DOCENTE             PIC X(04).
           03 DV-NOME-DOCENTE        PIC X(20).
