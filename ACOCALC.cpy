      *****************************************************************
      * COPY ACOCALC
      * Communication area of the ACOCALC subprogram (see
      * ACOCALC.cob), which works out the position of one
      * installment agreement (ACORDO.cpy) on a reference date.
      * The caller moves the agreement number and the reference
      * date and CALLs ACOCALC USING CALCULO-ACORDO. ACOCALC reads
      * the agreement from ACORDO_PATH and its payments from
      * RECFAT_PATH (lines with RF-ACORDO = the agreement), and
      * applies the payments to the installments in order, oldest
      * first; whatever is paid beyond the total leaves a negative
      * balance. For each installment it returns the amount paid,
      * the amount still open and the days late on the reference
      * date; AK-PARC-PENDENTE is the oldest installment still open
      * (zero when none) and AK-DIAS-ATRASO its days late (zero
      * while it is not yet due). All amounts in the house money
      * format of MOEDA.cpy.
      *   AK-RETORNO    S = agreement found and worked out
      *                 N = agreement not on file, nothing done
      *****************************************************************
       01 CALCULO-ACORDO.
           03 AK-NUMERO              PIC 9(05).
           03 AK-DATA-REF            PIC 9(08).
           03 AK-GRUPO               PIC 9(02).
           03 AK-DATA-ACORDO         PIC 9(08).
           03 AK-SITUACAO            PIC X(01).
               88 AK-ATIVO               VALUE 'A'.
               88 AK-QUITADO             VALUE 'Q'.
               88 AK-ROMPIDO             VALUE 'R'.
           03 AK-DT-SITUACAO         PIC 9(08).
           03 AK-CASO                PIC 9(06).
           03 AK-VALOR-TOTAL         PIC S9(11)V99.
           03 AK-ENCARGOS            PIC S9(11)V99.
           03 AK-PAGO                PIC S9(11)V99.
           03 AK-SALDO               PIC S9(11)V99.
           03 AK-QTD-FATURAS         PIC 9(03).
           03 AK-QTD-PARCELAS        PIC 9(03).
           03 AK-PARCELA OCCURS 60 TIMES.
               05 AK-PARC-VENCIMENTO PIC 9(08).
               05 AK-PARC-VALOR      PIC S9(11)V99.
               05 AK-PARC-PAGO       PIC S9(11)V99.
               05 AK-PARC-ABERTO     PIC S9(11)V99.
               05 AK-PARC-DIAS       PIC 9(05).
           03 AK-PARC-PENDENTE       PIC 9(03).
           03 AK-DIAS-ATRASO         PIC 9(05).
           03 AK-RETORNO             PIC X(01).
               88 AK-CALCULADO           VALUE 'S'.
               88 AK-INEXISTENTE         VALUE 'N'.
