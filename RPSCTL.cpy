      *****************************************************************
      * COPY RPSCTL
      * Record layout for the service-invoice numbering control
      * (RPSCTL_PATH), a single line: the provider's registration
      * with the city hall (CNPJ and municipal registration), the
      * service code and ISS rate printed on every RPS, the RPS
      * series, and the last RPS number and batch (lote) number
      * used. EXPNFSE and CANCNFSE allocate RPS numbers from this
      * line and rewrite it, so a number is never issued twice -
      * new invoices, reissues of rejected RPS and replacements of
      * cancelled invoices all go through the same sequence.
      *   RPC-ALIQUOTA  ISS rate, 4 decimals (0,0500 = 5%)
      *****************************************************************
       01 REG-RPSCTL.
           03 RPC-CNPJ               PIC 9(14).
           03 RPC-INSCRICAO-MUNIC    PIC X(15).
           03 RPC-COD-SERVICO        PIC 9(05).
           03 RPC-ALIQUOTA           PIC 9V9(04).
           03 RPC-SERIE              PIC X(05).
           03 RPC-ULT-RPS            PIC 9(09).
           03 RPC-ULT-LOTE           PIC 9(07).
