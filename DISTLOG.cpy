      *****************************************************************
      * COPY DISTLOG
      * Record layout for the report distribution log (DISTLOG_PATH):
      * DISTREL appends one line per piece it delivers - the date and
      * time of the run, the report and the catalog date it was cut
      * from, the recipient, the cut ('F', 'E', 'O' or 'T', see
      * DISTTAB.cpy) and its value, the lines written and the piece
      * file - so "who got what, on which day" has one answer.
      *****************************************************************
       01 REG-DISTLOG.
           03 DLG-DATA               PIC 9(08).
           03 DLG-HORA               PIC 9(08).
           03 DLG-RELATORIO          PIC X(12).
           03 DLG-DATA-RELATORIO     PIC 9(08).
           03 DLG-DESTINATARIO       PIC X(08).
           03 DLG-CORTE              PIC X(01).
           03 DLG-VALOR              PIC X(08).
           03 DLG-LINHAS             PIC 9(07).
           03 DLG-ARQUIVO            PIC X(100).
