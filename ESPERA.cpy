      *****************************************************************
      * COPY ESPERA
      * Record description for the indexed turma waitlist
      * (ESPERA.DAT), keyed on ESP-CHAVE = turma + date + time of the
      * request, so a START on the turma followed by READ NEXT walks
      * the list in request order. Written by CADSTUD when an
      * enrollment or a turma change is refused because the turma is
      * full (TURMATAB-CAPACIDADE, see TURMATAB.cpy).
      *   ESP-CD-STUDENT   student code (the candidate's code for a
      *                    new enrollment, the student's own for a
      *                    turma change)
      *   ESP-RESPONSAVEL  guardian contact (ID-CONTATO) who gets the
      *                    letter when a place is offered
      *   ESP-SITUACAO     'E' waiting, 'O' place offered (held for
      *                    this entry), 'A' served (enrolled)
      *   ESP-CARTA        'S' once VAGACART has printed the offer
      *                    letter (CARTACONT template mechanism)
      * When a place opens (transfer, withdrawal, trancamento or turma
      * change) CADSTUD offers it to the first waiting entry of the
      * turma. OCUPTUR counts the waiting entries per turma.
      *****************************************************************
       01 REG-ESPERA.
           03 ESP-CHAVE.
               05 ESP-TURMA          PIC X(03).
               05 ESP-DT-PEDIDO      PIC 9(08).
               05 ESP-HR-PEDIDO      PIC 9(08).
           03 ESP-CD-STUDENT         PIC 9(05).
           03 ESP-NM-STUDENT         PIC X(20).
           03 ESP-RESPONSAVEL        PIC 9(05).
           03 ESP-SITUACAO           PIC X(01).
               88 ESP-AGUARDANDO         VALUE 'E'.
               88 ESP-OFERTADA           VALUE 'O'.
               88 ESP-ATENDIDA           VALUE 'A'.
           03 ESP-DT-OFERTA          PIC 9(08).
           03 ESP-CARTA              PIC X(01).
               88 ESP-CARTA-EMITIDA      VALUE 'S'.
           03 ESP-OPERADOR           PIC X(08).
