      *****************************************************************
      * COPY ENCCALC
      * Communication area of the ENCCALC subprogram (see
      * ENCCALC.cob), which works out the late-payment charges of a
      * directory invoice (FATHIST competencia + group). The invoice
      * falls due on the last day of its competencia month, the same
      * rule AGINGREL and COBRACONT age by. The charge rule is the
      * ENCTAB line (MANUTTAB) with the latest start date not after
      * the due date: a one-off fine (% of the principal still open
      * on the due date) and simple interest (% per month, pro rata
      * at 1/30 per day) on the principal open each day.
      * The caller fills the competencia, the reference date, the
      * billed amount and the invoice's movements in any order:
      *   EC-MOV-TIPO   R = receipt (RECFAT)
      *                 C = approved credit note (AJUSTFAT)
      *                 B = approved write-off (AJUSTFAT)
      * then CALLs ENCCALC USING CALCULO-ENCARGOS. Movements are
      * taken in date order (movements dated after the reference
      * date count as made on it). A receipt pays the open fine
      * first, then the interest, then the principal, and its split
      * comes back in EC-MOV-PRINCIPAL/-MULTA/-JUROS. A credit note
      * reduces the principal from its approval date; a write-off
      * clears the principal and the charges open on its date
      * (EC-ENCARGO-BAIXADO). All amounts in the house money format
      * of MOEDA.cpy.
      *   EC-RETORNO    S = charges worked out with an ENCTAB rule
      *                 T = no ENCTAB rule for the due date: no
      *                     charges, only the principal is due
      *                 N = competencia not valid, nothing done
      *****************************************************************
       01 CALCULO-ENCARGOS.
           03 EC-COMPETENCIA         PIC 9(06).
           03 EC-DATA-REF            PIC 9(08).
           03 EC-VALOR-FATURA        PIC S9(11)V99.
           03 EC-QTD-MOV             PIC 9(03).
           03 EC-MOVIMENTO OCCURS 200 TIMES.
               05 EC-MOV-TIPO        PIC X(01).
                   88 EC-MOV-RECEBIMENTO VALUE 'R'.
                   88 EC-MOV-CREDITO     VALUE 'C'.
                   88 EC-MOV-BAIXA       VALUE 'B'.
               05 EC-MOV-DATA        PIC 9(08).
               05 EC-MOV-VALOR       PIC S9(11)V99.
               05 EC-MOV-PRINCIPAL   PIC S9(11)V99.
               05 EC-MOV-MULTA       PIC S9(11)V99.
               05 EC-MOV-JUROS       PIC S9(11)V99.
           03 EC-VENCIMENTO          PIC 9(08).
           03 EC-DIAS-ATRASO         PIC 9(05).
           03 EC-PERC-MULTA          PIC 9(03)V99.
           03 EC-PERC-JUROS          PIC 9(03)V99.
           03 EC-PAGO-PRINCIPAL      PIC S9(11)V99.
           03 EC-PAGO-MULTA          PIC S9(11)V99.
           03 EC-PAGO-JUROS          PIC S9(11)V99.
           03 EC-ABATIDO             PIC S9(11)V99.
           03 EC-ENCARGO-BAIXADO     PIC S9(11)V99.
           03 EC-ABERTO-PRINCIPAL    PIC S9(11)V99.
           03 EC-ABERTO-MULTA        PIC S9(11)V99.
           03 EC-ABERTO-JUROS        PIC S9(11)V99.
           03 EC-TOTAL-DEVIDO        PIC S9(11)V99.
           03 EC-RETORNO             PIC X(01).
               88 EC-CALCULADO           VALUE 'S'.
               88 EC-SEM-REGRA           VALUE 'T'.
               88 EC-RECUSADO            VALUE 'N'.
