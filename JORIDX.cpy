      *****************************************************************
      * COPY JORIDX
      * Record description for the journal index by contact
      * (JORIDX.DAT), keyed by JOR-ID-CONTATO plus JOR-SEQUENCIA so
      * one contact's entries come back in the order they were
      * written with a START and READ NEXT instead of a pass over
      * the whole journal. JIX-ENTRADA carries the journal entry
      * itself (see JORNAL.cpy), ready to be moved to REG-JORNAL.
      * Written by GRAVAJOR.cpy next to every journal entry and
      * rebuilt in bulk by IDXJORN from the archived generations and
      * the live journal. JORNAL.LOG stays the system of record
      * (VERJORN, RECUPCONT); the index only serves the per-contact
      * inquiries (HISTCONT, REVERTCONT, DOSSIE). Legacy entries
      * written before JOR-SEQUENCIA existed are not indexed.
      *****************************************************************
       01 REG-JORIDX.
           03 JIX-CHAVE.
               05 JIX-ID-CONTATO     PIC 9(05).
               05 JIX-SEQUENCIA      PIC 9(07).
           03 JIX-ENTRADA            PIC X(1063).
