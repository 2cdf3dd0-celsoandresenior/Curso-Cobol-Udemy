      *****************************************************************
      * COPY CAMPVAL
      * Communication area of the CAMPVALID subprogram (see
      * CAMPVALID.cob), which looks a campaign code up in the
      * campaign master table (CAMPTAB.cpy). The caller moves the
      * code to CV-CAMPANHA, CALLs CAMPVALID USING VALIDACAO-CAMPANHA
      * and reads CV-SITUACAO:
      *   'A' = registered and active      'P' = registered, planned
      *   'C' = registered, closed         'N' = not registered (or
      *                                          withdrawn in MANUTTAB)
      *   'X' = campaign table unavailable
      * Outbound runs (ETIQCONT, CARTACONT, ProgCSV, SMSCONT,
      * TLMKCONT and the SELECONT confirmation) refuse anything but
      * 'A'; CAMPRESP and RETDISC refuse responses to a closed
      * campaign. For a registered code the master fields come back
      * in CV-DESCRICAO, CV-DONO, CV-CANAL and the planned window.
      *****************************************************************
       01 VALIDACAO-CAMPANHA.
           03 CV-CAMPANHA            PIC X(10).
           03 CV-SITUACAO            PIC X(01).
               88 CV-ATIVA               VALUE 'A'.
               88 CV-PLANEJADA           VALUE 'P'.
               88 CV-ENCERRADA           VALUE 'C'.
               88 CV-NAO-CADASTRADA      VALUE 'N'.
               88 CV-TABELA-AUSENTE      VALUE 'X'.
           03 CV-DESCRICAO           PIC X(20).
           03 CV-DONO                PIC X(08).
           03 CV-CANAL               PIC X(01).
           03 CV-DT-INICIO           PIC 9(08).
           03 CV-DT-FIM              PIC 9(08).
