      *****************************************************************
      * COPY DIVAVISO
      * Record layout for the purge-notice registry (DIVAVISO.DAT,
      * INDEXED, key DA-CHAVE): one record per receiving party and
      * contact, holding the date DIVPURGA last told that party to
      * purge the contact and why ('E' = excluded or erased, 'O' =
      * opted out of sharing). A contact is told to a party again
      * only if the ledger (DIVULG.cpy) shows a later disclosure to
      * that same party.
      *****************************************************************
       01 REG-DIVAVISO.
           03 DA-CHAVE.
               05 DA-DESTINO         PIC X(10).
               05 DA-ID-CONTATO      PIC 9(05).
           03 DA-DT-AVISO            PIC 9(08).
           03 DA-MOTIVO              PIC X(01).
               88 DA-EXCLUIDO            VALUE 'E'.
               88 DA-OPT-OUT             VALUE 'O'.
