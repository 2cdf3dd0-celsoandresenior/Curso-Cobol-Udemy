      *****************************************************************
      * COPY COMISTAB
      * Record layout for the insurance commission rate table
      * (COMISTAB_PATH), maintained in MANUTTAB: one line per
      * product of the insurance partner (POL-PRODUTO, see
      * POLFILE.cpy) with the commission rate agreed in the contract,
      * as a percentage of the premium with two decimals (01500 =
      * 15,00%). CARGACOM checks every line of the partner's monthly
      * commission statement against it. A deactivated line
      * ('N' in the last column) counts as a product without a rate.
      *****************************************************************
       01 REG-COMISTAB.
           03 COMISTAB-PRODUTO       PIC X(10).
           03 COMISTAB-TAXA          PIC 9(03)V99.
           03 COMISTAB-ATIVO         PIC X(01).
               88 COMISTAB-DESATIVADA    VALUE 'N'.
