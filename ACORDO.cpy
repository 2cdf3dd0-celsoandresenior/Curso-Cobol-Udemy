      *****************************************************************
      * COPY ACORDO
      * Record layout for the installment agreement file
      * (ACORDO_PATH). The ACORDO program replaces one or more open
      * FATHIST invoices of a group (competencia + group) with an
      * agreement of N installments; each agreement is written as
      * one header line, one line per renegotiated invoice and one
      * line per installment, all sharing ACO-NUMERO:
      *   ACO-TIPO-REG  A = header: ACO-DATA agreement date,
      *                     ACO-VALOR total agreed (principal +
      *                     charges), ACO-ENCARGOS charges included
      *                 F = invoice renegotiated: ACO-COMPETENCIA,
      *                     ACO-VALOR open principal and ACO-ENCARGOS
      *                     open fine + interest (ENCCALC) on the
      *                     agreement date
      *                 P = installment ACO-ITEM: ACO-DATA due date,
      *                     ACO-VALOR amount
      * An invoice with an F line is renegotiated: AGINGREL,
      * COBRACONT, RECFAT and AJUSTFAT stop treating it as an open
      * invoice. Installments are paid through RECFAT with the
      * agreement number in RF-ACORDO, oldest installment first
      * (see ACOCALC.cpy). ROMPACOR settles or breaks agreements.
      *   ACO-SITUACAO  (header only)
      *                 A = active
      *                 Q = paid off
      *                 R = broken: an installment ran late beyond
      *                     the tolerance; the remaining balance is
      *                     overdue again and ACO-CASO is the work
      *                     item sent to the supervisor (CASOFILA)
      *****************************************************************
       01 REG-ACORDO.
           03 ACO-NUMERO             PIC 9(05).
           03 ACO-TIPO-REG           PIC X(01).
               88 ACO-CABECALHO          VALUE 'A'.
               88 ACO-FATURA             VALUE 'F'.
               88 ACO-PARCELA            VALUE 'P'.
           03 ACO-ITEM               PIC 9(03).
           03 ACO-GRUPO              PIC 9(02).
           03 ACO-COMPETENCIA        PIC 9(06).
           03 ACO-DATA               PIC 9(08).
           03 ACO-VALOR              PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           03 ACO-ENCARGOS           PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           03 ACO-QTD-PARCELAS       PIC 9(03).
           03 ACO-SITUACAO           PIC X(01).
               88 ACO-ATIVO              VALUE 'A'.
               88 ACO-QUITADO            VALUE 'Q'.
               88 ACO-ROMPIDO            VALUE 'R'.
           03 ACO-DT-SITUACAO        PIC 9(08).
           03 ACO-OPERADOR           PIC X(08).
           03 ACO-CASO               PIC 9(06).
