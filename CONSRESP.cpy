      *****************************************************************
      * COPY CONSRESP
      * Record description for the guardian consent file
      * (CONSRESP.DAT), one record per minor contact, keyed by the
      * minor's ID. Written by RELAMANUT when the responsible adult
      * is linked to the minor (RELACONT types 'R'/'D') and the date
      * of the guardian's consent is given; the minor's IND-MENOR
      * then goes from 'P' to 'A'. Removing the link deletes the
      * record and the minor is held again. MENORCONT lists the
      * minors who came of age with the guardian on file here.
      *****************************************************************
       01 REG-CONSRESP.
           03 RSP-ID-MENOR           PIC 9(05).
           03 RSP-ID-RESPONSAVEL     PIC 9(05).
           03 RSP-DT-CONSENTIMENTO   PIC 9(08).
           03 RSP-DT-REGISTRO        PIC 9(08).
           03 RSP-OPERADOR           PIC X(08).
