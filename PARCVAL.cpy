      *****************************************************************
      * COPY PARCVAL
      * Communication area of the PARCVALID subprogram (see
      * PARCVALID.cob), which looks an inbound file origin code up in
      * the sending partner table (PARCTAB.cpy). The caller moves the
      * code to PV-ORIGEM, CALLs PARCVALID USING VALIDACAO-PARCEIRO
      * and reads PV-SITUACAO:
      *   'A' = registered and active
      *   'D' = registered but withdrawn in MANUTTAB
      *   'N' = not registered
      *   'X' = partner table unavailable
      * For a registered code the loader named in the table comes
      * back in PV-PROGRAMA and the description in PV-DESCRICAO.
      * DESPACHO routes only an 'A' origin; CARGAPOL loads only an
      * 'A' origin whose loader is CARGAPOL.
      *****************************************************************
       01 VALIDACAO-PARCEIRO.
           03 PV-ORIGEM              PIC X(10).
           03 PV-SITUACAO            PIC X(01).
               88 PV-ATIVO               VALUE 'A'.
               88 PV-DESATIVADO          VALUE 'D'.
               88 PV-NAO-CADASTRADO      VALUE 'N'.
               88 PV-TABELA-AUSENTE      VALUE 'X'.
           03 PV-DESCRICAO           PIC X(20).
           03 PV-PROGRAMA            PIC X(12).
