      *****************************************************************
      * COPY PARCTAB
      * Record layout for the sending partner table (PARCTAB_PATH),
      * kept through MANUTTAB like the other reference tables: one
      * line per origin code that a partner or bureau puts in the
      * 'H' + ORIGEM(10) + DATA(8) header of its inbound files, with
      * the loader that reads that file. DESPACHO routes an inbox
      * file by this line, so a partner that sends two kinds of file
      * (policies and commissions, say) must use one origin code per
      * kind. For the postal invoice the origin is the posting
      * contract number. The loaders accepted are RETMAIL, CARGANMP,
      * RETDISC, CARGAPEP, CARGACOM, CARGAREST, CARGAFCOR and
      * CARGAPOL; CARGAPOL also refuses a return whose origin is not
      * an active line of its own. The trailing active flag is the
      * MANUTTAB deactivation column ('N' = origin withdrawn: its
      * files go to the error folder). Read through the PARCVALID
      * subprogram (see PARCVAL.cpy).
      *****************************************************************
       01 REG-PARCTAB.
           03 PARCTAB-ORIGEM            PIC X(10).
           03 PARCTAB-DESC              PIC X(20).
           03 PARCTAB-PROGRAMA          PIC X(12).
           03 PARCTAB-ATIVO             PIC X(01).
               88 PARCTAB-DESATIVADA        VALUE 'N'.
