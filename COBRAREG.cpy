      *****************************************************************
      * COPY COBRAREG
      * Record layout for the registered collection-letter store
      * (COBRAREG_PATH). COBRACONT appends one line for every dunning
      * letter it sends as registered mail with return receipt (AR):
      * the Correios tracking number taken from the pre-allocated
      * range (RASTFAIXA), the invoice the letter refers to
      * (competencia + group), the issue date and the open balance
      * quoted in the letter. CARGAAR rewrites the delivery status
      * and date from the Correios tracking/AR file, and CONSFAT
      * shows the lines of an invoice as delivery evidence.
      *   CRG-SITUACAO  P = posted, awaiting the AR
      *                 E = delivered (AR signed by CRG-RECEBEDOR)
      *                 R = refused by the addressee
      *                 N = undeliverable (moved, unknown, absent)
      *****************************************************************
       01 REG-COBRAREG.
           03 CRG-RASTREIO           PIC X(13).
           03 CRG-COMPETENCIA        PIC 9(06).
           03 CRG-GRUPO              PIC 9(02).
           03 CRG-DT-EMISSAO         PIC 9(08).
           03 CRG-SALDO              PIC 9(11)V99.
           03 CRG-SITUACAO           PIC X(01).
               88 CRG-POSTADA            VALUE 'P'.
               88 CRG-ENTREGUE           VALUE 'E'.
               88 CRG-RECUSADA           VALUE 'R'.
               88 CRG-NAO-ENTREGUE       VALUE 'N'.
           03 CRG-DT-SITUACAO        PIC 9(08).
           03 CRG-RECEBEDOR          PIC X(30).
