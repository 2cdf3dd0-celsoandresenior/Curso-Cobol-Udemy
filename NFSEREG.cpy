      *****************************************************************
      * COPY NFSEREG
      * Record layout for the fiscal register of the directory
      * invoices (NFSEREG_PATH): one line per RPS (recibo provisorio
      * de servico) issued for a FATHIST invoice (competencia +
      * group), kept alongside the invoice history. EXPNFSE creates
      * the lines and exports them to the city hall in batches,
      * CARGANFSE stores the official NFS-e number or the rejection
      * reason from the city's return, and CANCNFSE cancels an
      * authorized NFS-e, optionally with a replacement RPS that
      * points back to the one it substitutes. An invoice has at
      * most one RPS in P, E or A at any time.
      *   NFR-SITUACAO   P = issued, waiting for the next batch
      *                  E = sent in batch NFR-LOTE, awaiting return
      *                  A = authorized, NFS-e in NFR-NFSE
      *                  R = rejected by the city (NFR-MOTIVO)
      *                  C = cancelled (NFR-MOTIVO)
      *   NFR-CANC-ENVIO cancellation of an authorized NFS-e with
      *                  no replacement RPS: P = to be sent in the
      *                  next batch, E = sent
      *****************************************************************
       01 REG-NFSEREG.
           03 NFR-SERIE              PIC X(05).
           03 NFR-RPS                PIC 9(09).
           03 NFR-COMPETENCIA        PIC 9(06).
           03 NFR-GRUPO              PIC 9(02).
           03 NFR-EMISSAO            PIC 9(08).
           03 NFR-VALOR              PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           03 NFR-SITUACAO           PIC X(01).
               88 NFR-PENDENTE           VALUE 'P'.
               88 NFR-ENVIADO            VALUE 'E'.
               88 NFR-AUTORIZADO         VALUE 'A'.
               88 NFR-REJEITADO          VALUE 'R'.
               88 NFR-CANCELADO          VALUE 'C'.
               88 NFR-ATIVO              VALUE 'P' 'E' 'A'.
           03 NFR-LOTE               PIC 9(07).
           03 NFR-NFSE               PIC 9(12).
           03 NFR-VERIFICACAO        PIC X(09).
           03 NFR-DT-SITUACAO        PIC 9(08).
           03 NFR-RPS-SUBSTITUIDO    PIC 9(09).
           03 NFR-CANC-ENVIO         PIC X(01).
               88 NFR-CANC-A-ENVIAR      VALUE 'P'.
               88 NFR-CANC-ENVIADO       VALUE 'E'.
           03 NFR-MOTIVO             PIC X(60).
