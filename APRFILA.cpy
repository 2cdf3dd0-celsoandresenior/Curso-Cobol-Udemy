      * entry) on approval, or marks the item rejected with a reason;
      * ALTERCONT shows the operator their rejected items on the next
      * sign-in and marks them as returned ('D').
      * A 'MASSA' item is a whole mass-update batch previewed by
      * MASSACONT (APR-ID-CONTATO zero, the parameters in the after
      * image - see MASSAPARM.cpy): approving it only releases the
      * batch, and MASSACONT marks it executed ('E') once applied.
      * Address, phone and e-mail changes customers ask for on the
      * portal arrive as 'ALTERACAO' items under operator PORTAL
      * (PORTALCONT); a later request of the same contact is merged
      * into its still-pending item.
      *****************************************************************
       01 REG-APRFILA.
           03 APR-SEQUENCIA          PIC 9(05).
           03 APR-OPERADOR           PIC X(08).
           03 APR-SITUACAO           PIC X(01).
               88 APR-PENDENTE           VALUE 'P'.
               88 APR-APROVADA           VALUE 'A' 'E'.
               88 APR-EXECUTADA          VALUE 'E'.
               88 APR-REJEITADA          VALUE 'R'.
               88 APR-DEVOLVIDA          VALUE 'D'.
           03 APR-MOTIVO-EXCLUSAO    PIC 9(02).
