      *****************************************************************
      * COPY CHKPONTO
      * Checkpoint record of a master-rewriting sweep (LIMPACONT,
      * ATRIBFIL, ANONCONT, APLCORR, REFRESHCEP, MASSACONT), one per
      * program in CHKPONTO_PATH, kept by the CHKPONTO subprogram:
      *   CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
      * with WS-CKP-FUNCAO PIC X(01):
      *   'L'  read the record of CKP-PROGRAMA (CKP-SITUACAO comes
      *        back SPACE when the program has none);
      *   'G'  write the record now;
      *   'A'  one more record committed: written every
      *        CHKPONTO_INTERVALO calls (default 100);
      *   'F'  run completed: CKP-SITUACAO 'C', written now.
      * CKP-ULTIMO-ID is the last contact committed (its rewrite and
      * journal entry done); CKP-POSICAO the input records consumed
      * when the sweep is driven by a file other than CONTATOS
      * (APLCORR), and CKP-REFERENCIA that input's identity (the
      * return number), so that only the same input is resumed.
      * CKP-CONT carries the sweep's own control totals,
      * restored on resume so the final totals cover both runs.
      * Callers COPY this record into WORKING-STORAGE.
      *****************************************************************
       01 REG-CHKPONTO.
           03 CKP-PROGRAMA           PIC X(12).
           03 CKP-DATA-PROC          PIC 9(08).
           03 CKP-REFERENCIA         PIC X(10).
           03 CKP-SITUACAO           PIC X(01).
               88 CKP-EM-ANDAMENTO       VALUE 'A'.
               88 CKP-CONCLUIDO          VALUE 'C'.
           03 CKP-ULTIMO-ID          PIC 9(05).
           03 CKP-POSICAO            PIC 9(07).
           03 CKP-CONT               PIC 9(07) OCCURS 5 TIMES.
           03 CKP-RETOMADAS          PIC 9(02).
           03 CKP-DATA               PIC 9(08).
           03 CKP-HORA               PIC 9(08).
