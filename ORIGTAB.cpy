      *****************************************************************
      * COPY ORIGTAB
      * Record layout for the lead source table (ORIGTAB_PATH), kept
      * through MANUTTAB like the other reference tables: one line
      * per source code stamped in CD-ORIGEM-LEAD of the contact
      * master (FD_CONTATOS.cpy). The code is a single character
      * (A-Z, 0-9), the last free byte of the 400-byte record. The
      * type groups the sources for marketing:
      *   'L' = purchased list        'S' = website form
      *   'I' = referral              'A' = acquired company base
      *   'B' = counter / help desk   'O' = other
      * For purchased lists the vendor is named in ORIGTAB-FORNECEDOR
      * so ORIGREL can show which vendor produces clients. The
      * trailing active flag is the MANUTTAB deactivation column
      * ('N' = code withdrawn: no longer stamped on new contacts, but
      * still reported for the contacts that carry it). Read through
      * the ORIGVALID subprogram (see ORIGVAL.cpy).
      *****************************************************************
       01 REG-ORIGTAB.
           03 ORIGTAB-COD               PIC X(01).
           03 ORIGTAB-DESC              PIC X(20).
           03 ORIGTAB-TIPO              PIC X(01).
               88 ORIGTAB-LISTA             VALUE 'L'.
               88 ORIGTAB-SITE              VALUE 'S'.
               88 ORIGTAB-INDICACAO         VALUE 'I'.
               88 ORIGTAB-ADQUIRIDA         VALUE 'A'.
               88 ORIGTAB-BALCAO            VALUE 'B'.
               88 ORIGTAB-OUTRA             VALUE 'O'.
               88 ORIGTAB-TIPO-VALIDO       VALUES 'L' 'S' 'I' 'A'
                                                   'B' 'O'.
           03 ORIGTAB-FORNECEDOR        PIC X(20).
           03 ORIGTAB-ATIVO             PIC X(01).
               88 ORIGTAB-DESATIVADA        VALUE 'N'.
