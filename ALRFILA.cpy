      *****************************************************************
      * COPY ALRFILA
      * Record layout for the batch failure alert queue
      * (ALRFILA_PATH). One line per failure: whenever a job writes
      * its 'FIM   ' run-log record with RC 8 or higher (see
      * GRAVRUN.cpy), or a BATCHEOD step fails, the ALERTAR
      * subprogram appends an open alert with the program, the chain
      * and step it ran under (blank / zero for a standalone job),
      * the RC, the processing date and the wall-clock date and time.
      * An alert is critical when the failed step was marked to stop
      * its chain. ALERTCONT lets the operator acknowledge an alert
      * with their name and a resolution note; ALERTESC escalates to
      * the supervisors the alerts left open longer than the allowed
      * number of hours; BATCHEOD refuses to start a chain while a
      * critical alert from an earlier processing date is still
      * open. Alerts are never removed from the file.
      * Situations: 'A' = aberto, 'R' = reconhecido.
      *****************************************************************
       01 REG-ALRFILA.
           03 ALR-SEQUENCIA          PIC 9(06).
           03 ALR-PROGRAMA           PIC X(12).
           03 ALR-CADEIA             PIC X(08).
           03 ALR-PASSO              PIC 9(02).
           03 ALR-RC                 PIC 9(02).
           03 ALR-DATA-PROC          PIC 9(08).
           03 ALR-DATA               PIC 9(08).
           03 ALR-HORA               PIC 9(08).
           03 ALR-CRITICO            PIC X(01).
               88 ALR-CRITICA            VALUE 'S'.
           03 ALR-SITUACAO           PIC X(01).
               88 ALR-ABERTO             VALUE 'A'.
               88 ALR-RECONHECIDO        VALUE 'R'.
           03 ALR-ESCALADO           PIC X(01).
               88 ALR-JA-ESCALADO        VALUE 'S'.
           03 ALR-DT-ESCALADO        PIC 9(08).
           03 ALR-HORA-ESCALADO      PIC 9(08).
           03 ALR-OPERADOR           PIC X(20).
           03 ALR-DT-RECONHECIDO     PIC 9(08).
           03 ALR-HORA-RECONHECIDO   PIC 9(08).
           03 ALR-NOTA               PIC X(60).
