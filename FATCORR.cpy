      *****************************************************************
      * COPY FATCORR
      * Record layout for the Correios invoice detail store
      * (FATCORR_PATH), appended by CARGAFCOR once per accepted
      * invoice file: one line per posting billed, with the invoice
      * month, the posting date, the Correios service code, the
      * quantity and the amount billed in centavos, and the contract
      * the invoice was issued under. CONCPOST reconciles these
      * lines against the manifest history (MANIFHIST.cpy).
      *****************************************************************
       01 REG-FATCORR.
           03 FC-COMPETENCIA         PIC 9(06).
           03 FC-DATA                PIC 9(08).
           03 FC-SERVICO             PIC X(05).
           03 FC-QUANTIDADE          PIC 9(07).
           03 FC-VALOR               PIC 9(11).
           03 FC-CONTRATO            PIC X(10).
