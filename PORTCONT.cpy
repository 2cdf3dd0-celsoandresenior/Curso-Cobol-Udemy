      *****************************************************************
      * COPY PORTCONT
      * Communication area of the PORTCONT subprogram (see
      * PORTCONT.cob), which writes the data of one contact in a
      * structured, machine-readable file (JSON) to answer a data
      * portability request under the LGPD. The caller moves the
      * request protocol to PO-PROTOCOLO and the contact to
      * PO-ID-CONTATO, CALLs PORTCONT USING PORTABILIDADE and reads
      * PO-RESULTADO:
      *   'S' = file written, its name returned in PO-ARQUIVO
      *   'N' = contact not found in the master
      *   'X' = contact master or output file unavailable
      * The file goes to the PORTAB_DIR directory as
      * PORT_<protocol>.JSON.
      *****************************************************************
       01 PORTABILIDADE.
           03 PO-PROTOCOLO           PIC 9(10).
           03 PO-ID-CONTATO          PIC 9(05).
           03 PO-RESULTADO           PIC X(01).
               88 PO-GERADO              VALUE 'S'.
               88 PO-NAO-ENCONTRADO      VALUE 'N'.
               88 PO-ERRO-ARQUIVO        VALUE 'X'.
           03 PO-ARQUIVO             PIC X(100).
