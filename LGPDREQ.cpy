      *****************************************************************
      * COPY LGPDREQ
      * Record description for the register of data-subject requests
      * under the LGPD (LGPDREQ.DAT), one record per request, keyed
      * by the protocol number (year + sequence within the year).
      * Maintained by LGPDCONT: the request is opened with its type,
      * the contact, the date received and the operator handling it,
      * and the legal due date is counted in business days from the
      * date received (DIAUTIL, i.e. CALTAB). Closing stamps the date,
      * how the request was answered and whether it was within the
      * due date. Records are never deleted: the file is the proof of
      * compliance read by the daily deadline report LGPDPRAZO.
      * Type codes: 'A' = acesso (DOSSIE), 'C' = correcao (ALTERCONT),
      * 'E' = eliminacao (ANONCONT/EXCLUIRCONT), 'P' = portabilidade
      * (PORTCONT), 'R' = revogacao do consentimento.
      *****************************************************************
       01 REG-LGPDREQ.
           03 RQ-PROTOCOLO.
               05 RQ-ANO             PIC 9(04).
               05 RQ-SEQUENCIA       PIC 9(06).
           03 RQ-TIPO                PIC X(01).
               88 RQ-ACESSO              VALUE 'A'.
               88 RQ-CORRECAO            VALUE 'C'.
               88 RQ-ELIMINACAO          VALUE 'E'.
               88 RQ-PORTABILIDADE       VALUE 'P'.
               88 RQ-REVOGACAO           VALUE 'R'.
               88 RQ-TIPO-VALIDO         VALUES 'A' 'C' 'E' 'P' 'R'.
           03 RQ-ID-CONTATO          PIC 9(05).
           03 RQ-DT-RECEBIDO         PIC 9(08).
           03 RQ-OPERADOR            PIC X(08).
           03 RQ-DT-PRAZO            PIC 9(08).
           03 RQ-SITUACAO            PIC X(01).
               88 RQ-ABERTO              VALUE 'A'.
               88 RQ-ATENDIDO            VALUE 'C'.
               88 RQ-INDEFERIDO          VALUE 'N'.
               88 RQ-ENCERRADO           VALUES 'C' 'N'.
      * FORMA DO ATENDIMENTO: 'D' = DOSSIE ENTREGUE, 'A' = FICHA
      * CORRIGIDA, 'X' = DADOS ELIMINADOS OU ANONIMIZADOS, 'P' =
      * ARQUIVO DE PORTABILIDADE GERADO, 'R' = CONSENTIMENTO
      * REVOGADO, 'N' = PEDIDO INDEFERIDO (JUSTIFICATIVA NA
      * DESCRICAO).
           03 RQ-DT-ATENDIMENTO      PIC 9(08).
           03 RQ-FORMA               PIC X(01).
               88 RQ-FORMA-VALIDA        VALUES 'D' 'A' 'X' 'P' 'R'
                                                'N'.
           03 RQ-DESCRICAO           PIC X(40).
           03 RQ-NO-PRAZO            PIC X(01).
               88 RQ-DENTRO-DO-PRAZO     VALUE 'S'.
               88 RQ-FORA-DO-PRAZO       VALUE 'N'.
           03 RQ-OPERADOR-ATEND      PIC X(08).
