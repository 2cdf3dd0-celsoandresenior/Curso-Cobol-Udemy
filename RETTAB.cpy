      *****************************************************************
      * COPY RETTAB
      * Record layout for the data retention policy table
      * (RETTAB_PATH), kept through MANUTTAB like the other reference
      * tables: one line per file holding personal or operational
      * data, with how long its records may be kept and what happens
      * when they expire. The period is RETTAB-PRAZO units of
      * RETTAB-UNIDADE ('D' days, 'M' months, 'A' years, 'G' daily
      * generations, for the backup catalog); the action is 'A'
      * archive (move to a dead file), 'N' anonymize in place or 'E'
      * purge. The purge jobs (REORGCONT, ANONCONT, ARCCAMP, CATBKP)
      * take their period from here through the RETPOL subprogram
      * (see RETPARM.cpy); RETCONF reports every file against its
      * line. The trailing active flag is the MANUTTAB deactivation
      * column ('N' = line withdrawn).
      *****************************************************************
       01 REG-RETTAB.
           03 RETTAB-ARQUIVO            PIC X(10).
           03 RETTAB-DESC               PIC X(20).
           03 RETTAB-PRAZO              PIC 9(05).
           03 RETTAB-UNIDADE            PIC X(01).
               88 RETTAB-DIAS               VALUE 'D'.
               88 RETTAB-MESES              VALUE 'M'.
               88 RETTAB-ANOS               VALUE 'A'.
               88 RETTAB-GERACOES           VALUE 'G'.
               88 RETTAB-UNIDADE-VALIDA     VALUES 'D' 'M' 'A' 'G'.
           03 RETTAB-ACAO               PIC X(01).
               88 RETTAB-ARQUIVAR           VALUE 'A'.
               88 RETTAB-ANONIMIZAR         VALUE 'N'.
               88 RETTAB-EXPURGAR           VALUE 'E'.
               88 RETTAB-ACAO-VALIDA        VALUES 'A' 'N' 'E'.
           03 RETTAB-ATIVO              PIC X(01).
               88 RETTAB-DESATIVADA         VALUE 'N'.
