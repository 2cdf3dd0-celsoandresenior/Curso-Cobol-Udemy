      *****************************************************************
      * COPY BOLCTL
      * Record layout for the bank payment-slip (boleto) control file
      * (BOLCTL_PATH), a single line kept by FATCONT: the collecting
      * bank and the house account agreement used on the slips and
      * in the CNAB 400 remittance, the payment term in calendar
      * days counted from the invoice date (the due date is moved
      * forward to the next working day), and the last "nosso
      * numero" and remittance sequence used. FATCONT rewrites the
      * line after each run so numbers are never issued twice; the
      * bank return loader checks the agreement fields against it.
      *****************************************************************
       01 REG-BOLCTL.
           03 BCT-BANCO              PIC 9(03).
           03 BCT-NOME-BANCO         PIC X(15).
           03 BCT-AGENCIA            PIC 9(05).
           03 BCT-CONTA              PIC 9(07).
           03 BCT-CONTA-DV           PIC X(01).
           03 BCT-CARTEIRA           PIC 9(03).
           03 BCT-COD-EMPRESA        PIC 9(20).
           03 BCT-NOME-EMPRESA       PIC X(30).
           03 BCT-PRAZO-DIAS         PIC 9(02).
           03 BCT-ULT-NOSSO-NUMERO   PIC 9(11).
           03 BCT-ULT-REMESSA        PIC 9(07).
