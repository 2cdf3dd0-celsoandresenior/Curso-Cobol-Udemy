      * monthly return file of the EXTPARC interface, loaded by
      * CARGAPOL. CONSCONT lists a contact's policies next to the
      * additional telephones, so atendimento stops transferring
      * these calls blind. RENOVCART mails the renewal reminders of
      * the vigente policies whose anniversary of POL-DT-INICIO is
      * near, and CARGAPOL logs every vigente policy the return
      * cancels (POLLAPSO.cpy) for the LAPSOREL call list. CARGACOM
      * reconciles the partner's monthly commission statement
      * against this file (COMISREG.cpy).
      *****************************************************************
       01 REG-POLFILE.
           03 POL-CHAVE.
