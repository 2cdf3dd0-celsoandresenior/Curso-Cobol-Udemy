      * pages through a chosen report on screen and routes a
      * reprint copy, so "re-send me Tuesday's duplicates report"
      * stops being an archaeology dig over the output directory.
      * CAT-DESTINATARIO is filled only by DISTREL on the pieces it
      * cuts out of a cataloged report for one recipient (see
      * DISTTAB.cpy); every other writer leaves it blank.
      *****************************************************************
       01 REG-RELCAT.
           03 CAT-PROGRAMA           PIC X(12).
           03 CAT-NOME               PIC X(12).
           03 CAT-REGISTROS          PIC 9(07).
           03 CAT-ARQUIVO            PIC X(100).
           03 CAT-DESTINATARIO       PIC X(08).
