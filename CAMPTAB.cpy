      *****************************************************************
      * COPY CAMPTAB
      * Record layout for the campaign master table (CAMPTAB_PATH),
      * kept through MANUTTAB like the other reference tables: one
      * line per campaign code used in CH-CAMPANHA / CR-CAMPANHA,
      * with its description, the operator who owns it, the main
      * channel ('M' mala, 'E' e-mail, 'S' SMS, 'T' telemarketing,
      * blank = several), the planned window, the planned piece
      * count, the budget and the status. Only a campaign in status
      * 'A' may be used by an outbound run; a closed campaign ('C')
      * stops accepting responses. The trailing active flag is the
      * MANUTTAB deactivation column ('N' = entry withdrawn). Read
      * through the CAMPVALID subprogram (see CAMPVAL.cpy).
      *****************************************************************
       01 REG-CAMPTAB.
           03 CAMPTAB-COD               PIC X(10).
           03 CAMPTAB-DESC              PIC X(20).
           03 CAMPTAB-DONO              PIC X(08).
           03 CAMPTAB-CANAL             PIC X(01).
           03 CAMPTAB-DT-INICIO         PIC 9(08).
           03 CAMPTAB-DT-FIM            PIC 9(08).
           03 CAMPTAB-PECAS             PIC 9(07).
      * ORCAMENTO EM REAIS, COM DUAS CASAS (11 DIGITOS NA LINHA).
           03 CAMPTAB-ORCAMENTO         PIC 9(09)V99.
           03 CAMPTAB-SITUACAO          PIC X(01).
               88 CAMPTAB-PLANEJADA         VALUE 'P'.
               88 CAMPTAB-ATIVA             VALUE 'A'.
               88 CAMPTAB-ENCERRADA         VALUE 'C'.
           03 CAMPTAB-ATIVO             PIC X(01).
               88 CAMPTAB-DESATIVADA        VALUE 'N'.
