      * Record layout for the campaign-response file (CAMPRESP_PATH):
      * one entry appended by the CAMPRESP program for every response
      * that comes back from a piece recorded in CAMPHIST (reply
      * card, phone-in or conversion), and by RETDISC for every sale
      * reported by the telemarketing dialer, tied to the contact and
      * the campaign of the original CH entry. CAMPTAXA combines this
      * file with CAMPHIST to print pieces sent versus responses and
      * the response rate per campaign and channel.
      *****************************************************************
           03 CR-CANAL               PIC X(01).
               88 CR-CANAL-MALA          VALUE 'M'.
               88 CR-CANAL-EMAIL         VALUE 'E'.
               88 CR-CANAL-SMS           VALUE 'S'.
               88 CR-CANAL-TELEFONE      VALUE 'T'.
           03 CR-TIPO                PIC X(01).
               88 CR-TIPO-CARTAO         VALUE 'C'.
               88 CR-TIPO-TELEFONE       VALUE 'T'.
