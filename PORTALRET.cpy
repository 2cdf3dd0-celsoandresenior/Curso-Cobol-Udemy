      *****************************************************************
      * COPY PORTALRET
      * Record layout of the answer PORTALCONT sends back to the
      * customer portal (PORTALRET_PATH), one detail per request of
      * the loaded file, between a header echoing the origin and
      * date of the request file and a trailer with the detail count
      * and the hash total of the contact IDs. Situation of each
      * request:
      *   'A' = applied to the master (consent changes)
      *   'F' = queued for supervisor approval (PRT-PENDENCIA holds
      *         the APRFILA sequence the help desk can look up)
      *   'R' = rejected, PRT-MOTIVO says why
      * The file is registered in the outbound shipment registry
      * (REMREG) like every other file the shop sends out.
      *****************************************************************
       01 REG-PORTALRET.
           03 PRT-TIPO-REG           PIC X(01).
           03 PRT-CORPO.
               05 PRT-PROTOCOLO      PIC 9(10).
               05 PRT-ID-CONTATO     PIC 9(05).
               05 PRT-PEDIDO         PIC X(01).
               05 PRT-SITUACAO       PIC X(01).
                   88 PRT-APLICADO       VALUE 'A'.
                   88 PRT-EM-APROVACAO   VALUE 'F'.
                   88 PRT-REJEITADO      VALUE 'R'.
               05 PRT-PENDENCIA      PIC 9(05).
               05 PRT-MOTIVO         PIC X(40).
           03 PRT-CORPO-HEADER REDEFINES PRT-CORPO.
               05 PRT-ORIGEM         PIC X(10).
               05 PRT-DATA-ARQ       PIC 9(08).
               05 PRT-DATA-PROC      PIC 9(08).
               05 FILLER             PIC X(36).
           03 PRT-CORPO-TRAILER REDEFINES PRT-CORPO.
               05 PRT-QTDE           PIC 9(07).
               05 PRT-HASH           PIC 9(12).
               05 FILLER             PIC X(43).
