      *****************************************************************
      * COPY PORTALREQ
      * Record layout of the customer portal's daily change-request
      * file (PORTALREQ_PATH), loaded by PORTALCONT. The first record
      * is the header ('H': origin + file date), the last the
      * trailer ('T': detail count); in between one detail ('D') per
      * request. A request names the contact by ID-CONTATO and
      * proves identity with the holder's CPF, which must match
      * NR-CPF on the master. PTL-PEDIDO says what is asked for:
      *   'E' = new address        (PTL-ENDERECO)
      *   'T' = new main phone     (PTL-TELEFONE; country 0 = 55)
      *   'M' = new e-mail         (PTL-EMAIL)
      *   'C' = consent change     (PTL-CONSENTIMENTO: 'S' or 'N'
      *                             per channel, SPACE = unchanged)
      * Consent changes are applied at once; the others wait for a
      * supervisor in the approval queue (APRFILA).
      *****************************************************************
       01 REG-PORTALREQ.
           03 PTL-TIPO-REG           PIC X(01).
               88 PTL-HEADER             VALUE 'H'.
               88 PTL-DETALHE            VALUE 'D'.
               88 PTL-TRAILER            VALUE 'T'.
           03 PTL-CORPO.
               05 PTL-PROTOCOLO      PIC 9(10).
               05 PTL-ID-CONTATO     PIC 9(05).
               05 PTL-CPF            PIC 9(11).
               05 PTL-PEDIDO         PIC X(01).
                   88 PTL-PEDE-ENDERECO  VALUE 'E'.
                   88 PTL-PEDE-TELEFONE  VALUE 'T'.
                   88 PTL-PEDE-EMAIL     VALUE 'M'.
                   88 PTL-PEDE-CONSENT   VALUE 'C'.
               05 PTL-DADOS          PIC X(60).
               05 PTL-ENDERECO REDEFINES PTL-DADOS.
                   07 PTL-RUA            PIC X(15).
                   07 PTL-BAIRRO         PIC X(15).
                   07 PTL-CIDADE         PIC X(15).
                   07 PTL-UF             PIC X(02).
                   07 PTL-CEP            PIC X(08).
                   07 FILLER             PIC X(05).
               05 PTL-TELEFONE REDEFINES PTL-DADOS.
                   07 PTL-PAIS           PIC 9(03).
                   07 PTL-DDD            PIC 9(02).
                   07 PTL-PREFIXO        PIC 9(05).
                   07 PTL-SUFIXO         PIC 9(04).
                   07 FILLER             PIC X(46).
               05 PTL-EMAIL-NOVO REDEFINES PTL-DADOS.
                   07 PTL-EMAIL          PIC X(40).
                   07 FILLER             PIC X(20).
               05 PTL-CONSENTIMENTO REDEFINES PTL-DADOS.
                   07 PTL-OPT-MALA       PIC X(01).
                   07 PTL-OPT-EMAIL      PIC X(01).
                   07 PTL-OPT-SMS        PIC X(01).
                   07 PTL-OPT-TEL        PIC X(01).
                   07 FILLER             PIC X(56).
           03 PTL-CORPO-HEADER REDEFINES PTL-CORPO.
               05 PTL-ORIGEM         PIC X(10).
               05 PTL-DATA-ARQ       PIC X(08).
               05 FILLER             PIC X(69).
           03 PTL-CORPO-TRAILER REDEFINES PTL-CORPO.
               05 PTL-QTDE           PIC X(07).
               05 FILLER             PIC X(80).
