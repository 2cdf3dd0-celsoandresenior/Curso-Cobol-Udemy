      *****************************************************************
      * COPY POLLAPSO
      * Record layout for the policy lapse log (POLLAPSO_PATH), one
      * line appended by CARGAPOL for every policy that the partner's
      * monthly return moves from vigente ('V') to cancelada ('C')
      * against the situation already on POLFILE (see POLFILE.cpy).
      * The header date of the return file (PLP-DT-CARGA) tells the
      * loads apart, so LAPSOREL can list the lapses of the last load
      * (or of a chosen one) for the account managers to call the
      * clients back.
      *****************************************************************
       01 REG-POLLAPSO.
           03 PLP-ID-CONTATO         PIC 9(05).
           03 PLP-NUMERO             PIC X(10).
           03 PLP-PRODUTO            PIC X(10).
           03 PLP-DT-INICIO          PIC 9(08).
           03 PLP-DT-CARGA           PIC 9(08).
           03 PLP-ORIGEM             PIC X(10).
           03 PLP-DT-PROCESSO        PIC 9(08).
