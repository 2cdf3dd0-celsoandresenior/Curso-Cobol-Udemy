      *****************************************************************
      * COPY OPERTAB
      * Record layout for the operator table (OPERTAB_PATH), kept by
      * the supervisor through MENUCONT. The first 40 bytes are the
      * original layout (code, name, active flag, profile, legacy
      * plain-text password, company). The password is now kept only
      * as a non-reversible digest (OPERTAB-HASH), salted with the
      * operator code; a legacy plain-text password is turned into
      * the digest as soon as MENUCONT loads the table, the text is
      * blanked and the table rewritten, and the zeroed date forces
      * a change. An operator with no digest at all must set a
      * password before entering the menu, and a supervisor reset
      * always records a temporary one (a blank reset is refused).
      * OPERTAB-DT-SENHA drives the expiry (zero = change
      * required at the next sign-on), OPERTAB-FALHAS counts the
      * consecutive failed sign-ons and OPERTAB-BLOQUEIO locks the
      * operator until a supervisor reset. OPERTAB-HIST keeps the
      * digests of the last passwords so that a new one cannot
      * repeat them. Lines written before the expansion read with
      * spaces in the new fields; MENUCONT normalizes them to zero.
      * OPERTAB-FILIAL is the branch (FILTAB code, as CD-FILIAL on
      * the master) the operator works for as an account manager;
      * zero means the operator carries no client portfolio. CARTCONT
      * distributes each branch's clients among its active managers.
      *****************************************************************
       01 REG-OPERTAB.
           03 OPERTAB-COD               PIC X(08).
           03 OPERTAB-NOME              PIC X(20).
           03 OPERTAB-ATIVO             PIC X(01).
               88 OPERTAB-DESATIVADO        VALUE 'N'.
           03 OPERTAB-PERFIL            PIC X(01).
               88 OPERTAB-BALCAO            VALUES 'C' ' '.
               88 OPERTAB-SUPERVISOR        VALUE 'S'.
               88 OPERTAB-OPERACOES         VALUE 'O'.
           03 OPERTAB-SENHA             PIC X(08).
           03 OPERTAB-EMPRESA           PIC 9(02).
           03 OPERTAB-HASH              PIC 9(09).
           03 OPERTAB-DT-SENHA          PIC 9(08).
           03 OPERTAB-FALHAS            PIC 9(01).
           03 OPERTAB-BLOQUEIO          PIC X(01).
               88 OPERTAB-BLOQUEADO         VALUE 'S'.
           03 OPERTAB-HIST              PIC 9(09) OCCURS 3 TIMES.
           03 OPERTAB-FILIAL            PIC 9(02).
           03 FILLER                    PIC X(12).
