      *****************************************************************
      * COPY MENSCALC
      * Communication area of the MENSCALC subprogram (see
      * MENSCALC.cob), which works out the open tuition of one
      * guardian (ST-RESPONSAVEL) on a reference date. The caller
      * moves the guardian and the reference date and CALLs
      * MENSCALC USING CALCULO-MENSALIDADE. MENSCALC reads the
      * invoices of the guardian from FATSTHIST_PATH and the
      * payments from RECSTUD_PATH; each payment reduces the
      * invoice it was posted against (competencia + guardian).
      * A tuition invoice falls due on the last day of its
      * competencia month, the same rule as the directory
      * invoices. For each invoice still open it returns the
      * amount billed, received and open and the days overdue
      * (zero while not yet due); MK-DIAS-ATRASO is the largest of
      * them, which is what CADSTUD checks before a
      * re-enrollment. Up to 60 open invoices are listed; beyond
      * that the totals still count them. All amounts in the
      * house money format of MOEDA.cpy.
      *   MK-RETORNO    S = guardian has tuition invoices on file
      *                 N = no tuition invoice for the guardian
      *****************************************************************
       01 CALCULO-MENSALIDADE.
           03 MK-RESPONSAVEL         PIC 9(05).
           03 MK-DATA-REF            PIC 9(08).
           03 MK-QTD-FATURAS         PIC 9(03).
           03 MK-QTD-ABERTAS         PIC 9(03).
           03 MK-FATURA OCCURS 60 TIMES.
               05 MK-FAT-COMPETENCIA PIC 9(06).
               05 MK-FAT-VALOR       PIC S9(11)V99.
               05 MK-FAT-RECEBIDO    PIC S9(11)V99.
               05 MK-FAT-ABERTO      PIC S9(11)V99.
               05 MK-FAT-DIAS        PIC 9(05).
           03 MK-FATURADO            PIC S9(11)V99.
           03 MK-RECEBIDO            PIC S9(11)V99.
           03 MK-SALDO               PIC S9(11)V99.
           03 MK-SALDO-VENCIDO       PIC S9(11)V99.
           03 MK-DIAS-ATRASO         PIC 9(05).
           03 MK-RETORNO             PIC X(01).
               88 MK-CALCULADO           VALUE 'S'.
               88 MK-INEXISTENTE         VALUE 'N'.
