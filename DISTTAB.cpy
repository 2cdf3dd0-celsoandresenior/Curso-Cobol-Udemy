      *****************************************************************
      * COPY DISTTAB
      * Record layout for the report distribution table
      * (DISTTAB_PATH), maintained in MANUTTAB: one line per report
      * (CAT-NOME in the catalog, see RELCAT.cpy) and recipient,
      * telling DISTREL which part of that day's report the recipient
      * gets:
      *   DISTTAB-CORTE 'F' = lines of branch DISTTAB-VALOR (CD-FILIAL)
      *                 'E' = lines of company DISTTAB-VALOR
      *                       (CD-EMPRESA)
      *                 'O' = lines of operator DISTTAB-VALOR
      *                 'T' = the whole report (DISTTAB-VALOR blank)
      * Branch and company values are the 2-digit code. The recipient
      * code names the piece file and is stamped on its catalog entry
      * (CAT-DESTINATARIO). Report, recipient and value together are
      * the key. A deactivated line ('N' in the last column) is
      * skipped.
      *****************************************************************
       01 REG-DISTTAB.
           03 DISTTAB-RELATORIO      PIC X(12).
           03 DISTTAB-DESTINATARIO   PIC X(08).
           03 DISTTAB-VALOR          PIC X(08).
           03 DISTTAB-CORTE          PIC X(01).
               88 DISTTAB-POR-FILIAL     VALUE 'F'.
               88 DISTTAB-POR-EMPRESA    VALUE 'E'.
               88 DISTTAB-POR-OPERADOR   VALUE 'O'.
               88 DISTTAB-INTEIRO        VALUE 'T'.
               88 DISTTAB-CORTE-VALIDO   VALUE 'F' 'E' 'O' 'T'.
           03 DISTTAB-ATIVO          PIC X(01).
               88 DISTTAB-DESATIVADA     VALUE 'N'.
