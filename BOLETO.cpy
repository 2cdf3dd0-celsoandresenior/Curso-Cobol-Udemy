      *****************************************************************
      * COPY BOLETO
      * Record layout for the issued payment-slip store (BOLETOS_PATH),
      * one line appended by FATCONT for every invoice (competencia +
      * group) it bills: the bank "nosso numero" that ties a payment
      * back to the invoice, issue and due dates, the amount in the
      * house money format (MOEDA.cpy, sign separate so the text file
      * stays readable), the 44-digit barcode and the 54-character
      * typeable line exactly as printed on the invoice.
      *   BOL-SITUACAO  A = open, registered with the bank
      *                 L = settled (paid)
      *                 B = written off at the bank
      *****************************************************************
       01 REG-BOLETO.
           03 BOL-NOSSO-NUMERO       PIC 9(11).
           03 BOL-NN-DV              PIC X(01).
           03 BOL-COMPETENCIA        PIC 9(06).
           03 BOL-GRUPO              PIC 9(02).
           03 BOL-EMISSAO            PIC 9(08).
           03 BOL-VENCIMENTO         PIC 9(08).
           03 BOL-VALOR              PIC S9(09)V99
               SIGN IS LEADING SEPARATE.
           03 BOL-CODIGO-BARRAS      PIC X(44).
           03 BOL-LINHA-DIGITAVEL    PIC X(54).
           03 BOL-SITUACAO           PIC X(01).
               88 BOL-ABERTO             VALUE 'A'.
               88 BOL-LIQUIDADO          VALUE 'L'.
               88 BOL-BAIXADO            VALUE 'B'.
