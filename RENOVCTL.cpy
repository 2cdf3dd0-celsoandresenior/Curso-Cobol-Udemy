      *****************************************************************
      * COPY RENOVCTL
      * Record layout for the renewal-reminder control file
      * (RENOVCTL_PATH): RENOVCART appends one line per reminder
      * letter actually printed, with the policy key and the policy
      * anniversary the letter announces. The monthly runs overlap
      * (the window is 60 days by default), so a policy already
      * reminded for the same anniversary is skipped; a suppressed
      * contact gets no line and stays pending for the next run.
      *****************************************************************
       01 REG-RENOVCTL.
           03 RNC-ID-CONTATO         PIC 9(05).
           03 RNC-NUMERO             PIC X(10).
           03 RNC-DT-ANIVERSARIO     PIC 9(08).
           03 RNC-DT-EMISSAO         PIC 9(08).
           03 RNC-CAMPANHA           PIC X(10).
