      *****************************************************************
      * COPY RELCHAVE
      * Distribution key area of a report line, columns 121-132 of
      * the 132-column reports that DISTREL can cut into one piece
      * per recipient (see DISTTAB.cpy). COPY it under a second 01
      * of the report FD, right after a 120-byte text field:
      *   01 REG-RELxxx              PIC X(132).
      *   01 REG-RELxxx-DIST.
      *       03 RELxxx-TEXTO        PIC X(120).
      *       COPY RELCHAVE.
      * and fill it on every detail line with the branch (CD-FILIAL),
      * company (CD-EMPRESA, zero written as 01) and/or operator the
      * line belongs to. A blank field marks a common line (titles,
      * totals) that goes into every piece cut by that field. Only
      * the text part is shown on screen; DISTREL blanks the key
      * area in the pieces it writes.
      *****************************************************************
           03 REL-CHAVE-DIST.
               05 REL-DIST-FILIAL    PIC X(02).
               05 REL-DIST-EMPRESA   PIC X(02).
               05 REL-DIST-OPERADOR  PIC X(08).
