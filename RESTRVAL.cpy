      *****************************************************************
      * COPY RESTRVAL
      * Communication area of the RESTRVALID subprogram (see
      * RESTRVALID.cob), which tells whether a CEP falls in an active
      * range of the Correios restricted-delivery-area table
      * (RESTRTAB.cpy). The caller moves the 8-digit CEP to RV-CEP,
      * CALLs RESTRVALID USING VALIDACAO-RESTRICAO and reads
      * RV-SITUACAO:
      *   'R' = restricted area: mail is held at the post office
      *   'L' = normal delivery (also for a blank or non-numeric CEP)
      *   'X' = restricted-area table unavailable
      * For a restricted CEP the range's UF and locality come back in
      * RV-UF and RV-LOCALIDADE. The mail runs (ETIQCONT, CARTACONT)
      * treat 'X' as normal delivery. Addresses abroad carry a free
      * postal code and must not be looked up.
      *****************************************************************
       01 VALIDACAO-RESTRICAO.
           03 RV-CEP                 PIC X(08).
           03 RV-SITUACAO            PIC X(01).
               88 RV-RESTRITA            VALUE 'R'.
               88 RV-LIVRE               VALUE 'L'.
               88 RV-TABELA-AUSENTE      VALUE 'X'.
           03 RV-UF                  PIC X(02).
           03 RV-LOCALIDADE          PIC X(15).
