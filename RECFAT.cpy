      * AGINGREL nets these receipts against FATHIST to age the open
      * invoices; COBRACONT generates the dunning letters for what
      * stays open.
      * A payment against an installment agreement (ACORDO.cpy)
      * carries the agreement number in RF-ACORDO, the agreement's
      * group in RF-GRUPO and zero in RF-COMPETENCIA, so it never
      * matches an invoice; invoice payments carry zero in
      * RF-ACORDO. Lines written before the field existed read with
      * spaces there and count as invoice payments.
      *****************************************************************
       01 REG-RECFAT.
           03 RF-COMPETENCIA         PIC 9(06).
           03 RF-VALOR               PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           03 RF-OPERADOR            PIC X(08).
           03 RF-ACORDO              PIC 9(05).
