      *****************************************************************
      * COPY ATDFILE
      * Record description for the customer service ticket file
      * (ATDFILE_PATH): one record per complaint or service request
      * taken by the desk, keyed by the protocol number quoted to the
      * customer on the call (year + sequence within the year, as in
      * LGPDREQ.cpy). Maintained by ATDCONT: the ticket is opened
      * with the contact, a reason from ATDTAB (ATDTAB.cpy), the
      * priority and the opening operator, who is also the first
      * responsible; the SLA due date is counted in business days
      * from the opening date (DIAUTIL, i.e. CALTAB). Progress notes,
      * status changes, priority changes and transfers to another
      * operator are stamped in the history; closing stamps the date,
      * the disposition, the operator and whether the SLA was met.
      * The history keeps the opening event and the 11 most recent
      * ones. Records are never deleted. The daily SLA report
      * ATDPRAZO lists the open tickets near or past their due date
      * by reason and operator.
      * Situations: 'A' = aberto, 'E' = em andamento, 'F' = encerrado.
      * Dispositions: 'R' = resolvido, 'I' = improcedente (the reason
      * goes in ATD-OBS-ENCERRAMENTO), 'C' = cancelado a pedido do
      * cliente, 'S' = sem retorno do cliente.
      * History events: 'A' = abertura, 'N' = nota de andamento,
      * 'E' = passou a em andamento, 'P' = mudanca de prioridade,
      * 'T' = transferencia, 'F' = encerramento.
      *****************************************************************
       01 REG-ATDFILE.
           03 ATD-PROTOCOLO.
               05 ATD-ANO            PIC 9(04).
               05 ATD-SEQUENCIA      PIC 9(06).
           03 ATD-ID-CONTATO         PIC 9(05).
           03 ATD-MOTIVO             PIC 9(02).
           03 ATD-PRIORIDADE         PIC X(01).
               88 ATD-PRIO-ALTA          VALUE 'A'.
               88 ATD-PRIO-MEDIA         VALUE 'M'.
               88 ATD-PRIO-BAIXA         VALUE 'B'.
               88 ATD-PRIO-VALIDA        VALUES 'A' 'M' 'B'.
           03 ATD-OPERADOR-ABERT     PIC X(08).
           03 ATD-DT-ABERTURA        PIC 9(08).
           03 ATD-HR-ABERTURA        PIC 9(08).
           03 ATD-SLA-DIAS           PIC 9(02).
           03 ATD-DT-SLA             PIC 9(08).
           03 ATD-RESPONSAVEL        PIC X(08).
           03 ATD-SITUACAO           PIC X(01).
               88 ATD-ABERTO             VALUE 'A'.
               88 ATD-EM-ANDAMENTO       VALUE 'E'.
               88 ATD-PENDENTE           VALUES 'A' 'E'.
               88 ATD-ENCERRADO          VALUE 'F'.
           03 ATD-DESCRICAO          PIC X(60).
           03 ATD-DT-ENCERRAMENTO    PIC 9(08).
           03 ATD-DISPOSICAO         PIC X(01).
               88 ATD-RESOLVIDO          VALUE 'R'.
               88 ATD-IMPROCEDENTE       VALUE 'I'.
               88 ATD-CANCELADO          VALUE 'C'.
               88 ATD-SEM-RETORNO        VALUE 'S'.
               88 ATD-DISPOSICAO-VALIDA  VALUES 'R' 'I' 'C' 'S'.
           03 ATD-NO-PRAZO           PIC X(01).
               88 ATD-DENTRO-DO-PRAZO    VALUE 'S'.
               88 ATD-FORA-DO-PRAZO      VALUE 'N'.
           03 ATD-OPERADOR-ENCERR    PIC X(08).
           03 ATD-OBS-ENCERRAMENTO   PIC X(40).
           03 ATD-QTD-HIST           PIC 9(02).
           03 ATD-HISTORICO OCCURS 12 TIMES.
               05 ATD-HIS-DATA       PIC 9(08).
               05 ATD-HIS-HORA       PIC 9(08).
               05 ATD-HIS-EVENTO     PIC X(01).
               05 ATD-HIS-OPERADOR   PIC X(08).
               05 ATD-HIS-TEXTO      PIC X(40).
