      *****************************************************************
      * COPY ORIGVAL
      * Communication area of the ORIGVALID subprogram (see
      * ORIGVALID.cob), which looks a lead source code up in the
      * lead source table (ORIGTAB.cpy). The caller moves the code to
      * OV-ORIGEM, CALLs ORIGVALID USING VALIDACAO-ORIGEM and reads
      * OV-SITUACAO:
      *   'A' = registered and active
      *   'D' = registered but withdrawn in MANUTTAB
      *   'N' = not registered
      *   'X' = lead source table unavailable
      * The contact creation paths (CADCONTATOSSEQUENCIAL, IMPORTCONT,
      * INTAKECONT) only stamp an 'A' code. For a registered code the
      * table fields come back in OV-DESCRICAO, OV-TIPO and
      * OV-FORNECEDOR.
      *****************************************************************
       01 VALIDACAO-ORIGEM.
           03 OV-ORIGEM              PIC X(01).
           03 OV-SITUACAO            PIC X(01).
               88 OV-ATIVA               VALUE 'A'.
               88 OV-DESATIVADA          VALUE 'D'.
               88 OV-NAO-CADASTRADA      VALUE 'N'.
               88 OV-TABELA-AUSENTE      VALUE 'X'.
           03 OV-DESCRICAO           PIC X(20).
           03 OV-TIPO                PIC X(01).
           03 OV-FORNECEDOR          PIC X(20).
