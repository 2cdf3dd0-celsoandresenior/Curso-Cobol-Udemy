      *****************************************************************
      * COPY RESTRTAB
      * Record layout for the Correios restricted-delivery-area table
      * (RESTRTAB_PATH): one line per CEP range that Correios lists as
      * an area de restricao de entrega, where mail is not delivered
      * to the door but held at the post office for the addressee to
      * collect (and usually comes back as returned mail when it is
      * not collected). Loaded in bulk from the Correios file by
      * CARGAREST, which replaces the Correios lines and keeps the
      * manual ones; lines can also be added, changed or withdrawn
      * one by one in MANUTTAB. Both bounds are full 8-digit CEPs and
      * are inclusive. The origin says where the line came from:
      *   'C' = Correios file (CARGAREST)   'M' = manual (MANUTTAB)
      * The trailing active flag is the MANUTTAB deactivation column
      * ('N' = range withdrawn; a Correios line withdrawn by hand
      * stays withdrawn on the next load). Lookups go through the
      * RESTRVALID subprogram (RESTRVAL.cpy).
      *****************************************************************
       01 REG-RESTRTAB.
           03 RESTRTAB-CEP-DE           PIC X(08).
           03 RESTRTAB-CEP-ATE          PIC X(08).
           03 RESTRTAB-UF               PIC X(02).
           03 RESTRTAB-LOCALIDADE       PIC X(15).
           03 RESTRTAB-ORIGEM           PIC X(01).
               88 RESTRTAB-CORREIOS         VALUE 'C'.
               88 RESTRTAB-MANUAL           VALUE 'M'.
           03 RESTRTAB-ATIVO            PIC X(01).
               88 RESTRTAB-DESATIVADA       VALUE 'N'.
