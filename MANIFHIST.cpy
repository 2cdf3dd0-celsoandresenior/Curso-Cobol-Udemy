      *****************************************************************
      * COPY MANIFHIST
      * Record layout for the postage-manifest history
      * (MANIFHIST_PATH). The per-run manifests (MANIFESTO.TXT,
      * MANIFCART.TXT) are rewritten on every run, so ETIQCONT and
      * CARTACONT also append one line here per bundle closed: the
      * posting date, the Correios service the run was posted under
      * (SERVICO_POSTAL, default 'MDPB' = mala direta postal basica),
      * the program, the campaign, the CEP range of the bundle, the
      * delivery kind ('N' normal, 'R' pickup at the agency, see
      * RESTRTAB.cpy) and the piece count. The date + service pair
      * is the posting the Correios invoice bills (see FATCORR.cpy);
      * CONCPOST reconciles one against the other.
      *****************************************************************
       01 REG-MANIFHIST.
           03 MH-DATA                PIC 9(08).
           03 MH-SERVICO             PIC X(05).
           03 MH-PROGRAMA            PIC X(10).
           03 MH-CAMPANHA            PIC X(10).
           03 MH-FAIXA               PIC X(03).
           03 MH-ENTREGA             PIC X(01).
           03 MH-PECAS               PIC 9(05).
