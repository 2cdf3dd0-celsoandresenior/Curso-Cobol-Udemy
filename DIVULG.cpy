      *****************************************************************
      * COPY DIVULG
      * Record layout for the per-contact disclosure ledger
      * (DIVULG_PATH): every outbound file that carries personal data
      * to a third party (EXTPARC, EXTGEN, DELTAEXT, EXPCORR, EXPCPF)
      * appends one line per contact actually sent, once the file is
      * good for shipping, with the receiving party (the same code
      * that goes to REM-DESTINO in the shipment registry, see
      * REMREG.cpy), the cut date and time, the sending program and
      * which data went out:
      *   'C' = cadastro (name, phone, address, e-mail)
      *   'E' = address only (Correios correction bureau)
      *   'F' = CPF, birth date and name (tax bureau)
      *   'X' = exclusion notice (DELTAEXT 'E' delta)
      * DIVCONS and DOSSIE list a contact's lines for the data
      * subject; DIVPURGA tells each party which contacts it received
      * have since opted out or been excluded.
      *****************************************************************
       01 REG-DIVULG.
           03 DV-ID-CONTATO          PIC 9(05).
           03 DV-DESTINO             PIC X(10).
           03 DV-DATA                PIC 9(08).
           03 DV-HORA                PIC 9(08).
           03 DV-PROGRAMA            PIC X(12).
           03 DV-DADOS               PIC X(01).
               88 DV-CADASTRO            VALUE 'C'.
               88 DV-ENDERECO            VALUE 'E'.
               88 DV-CPF                 VALUE 'F'.
               88 DV-AVISO-EXCLUSAO      VALUE 'X'.
