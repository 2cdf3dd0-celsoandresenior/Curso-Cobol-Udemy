      *****************************************************************
      * COPY CONTCOMP
      * Record description for the contact complement file
      * (CONTCOMP.DAT), one record per contact, keyed by the
      * contact's ID. The 400-byte master record has no free byte
      * left (see the end of FD_CONTATOS.cpy), so attributes that are
      * computed or assigned about a contact, rather than captured
      * with it, live here instead of forcing another conversion of
      * the master, its journal images and its backups. A contact
      * without a record simply has none of these attributes yet.
      * Lead score (SCORECONT, nightly): 0-100 for prospects, with
      * the date it was computed and its band:
      *   'A' = 80-100   'B' = 60-79   'C' = 40-59
      *   'D' = 20-39    'E' = 0-19
      * CMP-DT-FUP-SCORE is the day SCORECONT last opened a
      * follow-up (FUPFILE) because the score crossed the
      * threshold.
      * Account manager (CARTCONT): the OPERTAB operator who owns the
      * relationship with the client inside its branch, and the day
      * the portfolio was last assigned or moved. Every assignment
      * and move is journaled under 'CARTEIRA' with the complement's
      * before/after images (see JORNAL.cpy).
      * Restricted delivery area (CARGAREST, after each load of the
      * Correios restricted-delivery-area table RESTRTAB.cpy): 'S'
      * when the contact's WS-CEP falls in an active range, with the
      * day it was flagged; the flag is cleared by the first load that
      * finds the CEP outside every range. The mail runs look the CEP
      * up in the table themselves, so a move between loads never
      * sends a piece to the wrong bundle.
      * The trailing filler is room for later fields.
      *****************************************************************
       01 REG-CONTCOMP.
           03 CMP-ID-CONTATO         PIC 9(05).
           03 CMP-SCORE              PIC 9(03).
           03 CMP-DT-SCORE           PIC 9(08).
           03 CMP-FAIXA-SCORE        PIC X(01).
               88 CMP-FAIXA-A            VALUE 'A'.
               88 CMP-FAIXA-B            VALUE 'B'.
               88 CMP-FAIXA-C            VALUE 'C'.
               88 CMP-FAIXA-D            VALUE 'D'.
               88 CMP-FAIXA-E            VALUE 'E'.
           03 CMP-DT-FUP-SCORE       PIC 9(08).
           03 CMP-GERENTE            PIC X(08).
           03 CMP-DT-GERENTE         PIC 9(08).
           03 CMP-AREA-RESTRITA      PIC X(01).
               88 CMP-EM-AREA-RESTRITA   VALUE 'S'.
           03 CMP-DT-AREA-RESTR      PIC 9(08).
           03 FILLER                 PIC X(50).
