      *****************************************************************
      * COPY JORCAT
      * Record layout for the journal catalog (JORCAT_PATH), one line
      * appended by the ROLJORN month-end rollover for every archived
      * generation JORNAL_AAAAMM.LOG it moves out of the live journal:
      * the month closed, the first and last JOR-DATA and
      * JOR-SEQUENCIA it holds (zero when the generation only carries
      * legacy lines), how many entries it holds and the sum of their
      * JOR-CHECK values, both re-read from the written copy before
      * the live journal is cut (the generation's certificate). The
      * journal readers use the date and sequence ranges to pick the
      * generations a period needs (see JORGERA.cpy); RECUPCONT uses
      * them to know which generations to apply after a backup.
      *****************************************************************
       01 REG-JORCAT.
           03 JCT-COMPETENCIA        PIC 9(06).
           03 JCT-DT-INICIO          PIC 9(08).
           03 JCT-DT-FIM             PIC 9(08).
           03 JCT-SEQ-INICIO         PIC 9(07).
           03 JCT-SEQ-FIM            PIC 9(07).
           03 JCT-REGISTROS          PIC 9(07).
           03 JCT-TOTAL-CHECK        PIC 9(15).
           03 JCT-DATA-ROLAGEM       PIC 9(08).
           03 JCT-OPERADOR           PIC X(08).
           03 JCT-ARQUIVO            PIC X(100).
