      *****************************************************************
      * COPY PEPLIST
      * Record description for the screening file (PEPLIST.DAT): the
      * politically-exposed-person and sanctions lists, loaded by
      * CARGAPEP from the official files. Each official file carries
      * one list; a load replaces every entry of that list and leaves
      * the other list untouched. Keyed by list + load sequence, with
      * alternate keys on the CPF (zero when the list does not carry
      * it) and on the sound key of the name, computed with the SAME
      * FONETICA.cpy fragment used for the contacts, so spelling
      * variants of a listed name still meet. Read through the
      * PEPTRIA subprogram by the nightly matcher PEPCASA and by the
      * capture warnings of CADCONTATOSSEQUENCIAL and IMPORTCONT.
      *****************************************************************
       01 REG-PEPLIST.
           03 PEP-CHAVE.
               05 PEP-LISTA          PIC X(01).
                   88 PEP-LISTA-PEP      VALUE 'P'.
                   88 PEP-LISTA-SANCAO   VALUE 'S'.
               05 PEP-SEQUENCIA      PIC 9(07).
           03 PEP-CPF                PIC 9(11).
           03 PEP-SOM                PIC X(20).
           03 PEP-NOME               PIC X(40).
      * CARGO (PEP) OU PROGRAMA / ORGAO SANCIONADOR (SANCOES).
           03 PEP-DESCRICAO          PIC X(20).
           03 PEP-DT-INCLUSAO        PIC 9(08).
           03 PEP-ORIGEM             PIC X(10).
           03 PEP-DT-CARGA           PIC 9(08).
