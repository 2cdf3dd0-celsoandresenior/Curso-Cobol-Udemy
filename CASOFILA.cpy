      * of the cleanup crew: the three feeders - QUALCONT (quality
      * defects), DUPNOME (duplicate pairs) and DEVOLCONT (returned
      * mail) - append typed items here (see GRAVCASO.cpy) instead
      * of each keeping its own inbox; APLCPF adds the contacts the
      * tax-authority bureau returned as deceased, for exclusion, and
      * PEPCASA the possible PEP / sanctions list matches.
      * CASOCONT lets the operator take, resolve (with a disposition
      * code) or return an item; CASOREL prints the open items by
      * type and age for the supervisor. Types: 'Q' = defeito de
      * qualidade, 'D' = par duplicado (CAS-ID-PAR carries the
      * second contact), 'V' = correspondencia devolvida, 'O' =
      * titular falecido (CAS-DETALHE carries the MOTTAB code to
      * exclude with), 'S' = triagem PEP/sancoes (CAS-DETALHE carries
      * the list, the criterion and the listed office; only a
      * supervisor resolves it, confirming or clearing the hit),
      * 'A' = acordo de parcelamento rompido (ROMPACOR; CAS-ID-CONTATO
      * is zero and CAS-DETALHE carries the agreement and the group;
      * only a supervisor resolves it).
      * Situations: 'A' = aberto, 'T' = tomado,
      * 'F' = resolvido, 'D' = devolvido pelo operador.
      *****************************************************************
       01 REG-CASOFILA.
           03 CAS-SEQUENCIA          PIC 9(06).
               88 CAS-TIPO-QUALIDADE     VALUE 'Q'.
               88 CAS-TIPO-DUPLICATA     VALUE 'D'.
               88 CAS-TIPO-DEVOLUCAO     VALUE 'V'.
               88 CAS-TIPO-OBITO         VALUE 'O'.
               88 CAS-TIPO-TRIAGEM       VALUE 'S'.
               88 CAS-TIPO-ACORDO        VALUE 'A'.
           03 CAS-ID-CONTATO         PIC 9(05).
           03 CAS-ID-PAR             PIC 9(05).
           03 CAS-DETALHE            PIC X(24).
