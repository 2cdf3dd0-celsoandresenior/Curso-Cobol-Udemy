      *****************************************************************
      * COPY AJUSTFAT
      * Record layout for the invoice adjustment file (AJUSTFAT_PATH):
      * one line per credit note or bad-debt write-off requested
      * against a FATHIST invoice (competencia + group). AJUSTFAT
      * captures each adjustment as pending; APROVAJU is the
      * supervisor's approval step, in the mould of APROVCONT (the
      * requester can never approve their own adjustment). Only
      * approved adjustments reduce the open balance in AGINGREL,
      * COBRACONT and CONSFAT, and CONTEXP sends them to the
      * accounting system as credit entries, stamping
      * AJ-COMP-CONTABIL with the competencia of the delivery.
      * AJUSTREL is the monthly register for the auditors.
      *   AJ-TIPO       C = credit note (partial or full)
      *                 B = bad-debt write-off of the open balance
      *   AJ-MOTIVO     reason code, AJUTAB (MANUTTAB)
      *   AJ-SITUACAO   P = pending approval
      *                 A = approved
      *                 R = rejected (AJ-MOTIVO-REJEICAO)
      *****************************************************************
       01 REG-AJUSTFAT.
           03 AJ-SEQUENCIA           PIC 9(05).
           03 AJ-COMPETENCIA         PIC 9(06).
           03 AJ-GRUPO               PIC 9(02).
           03 AJ-TIPO                PIC X(01).
               88 AJ-NOTA-CREDITO        VALUE 'C'.
               88 AJ-BAIXA-PERDA         VALUE 'B'.
               88 AJ-TIPO-VALIDO         VALUE 'C' 'B'.
           03 AJ-MOTIVO              PIC 9(02).
           03 AJ-VALOR               PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           03 AJ-OBSERVACAO          PIC X(40).
           03 AJ-DATA                PIC 9(08).
           03 AJ-OPERADOR            PIC X(08).
           03 AJ-SITUACAO            PIC X(01).
               88 AJ-PENDENTE            VALUE 'P'.
               88 AJ-APROVADO            VALUE 'A'.
               88 AJ-REJEITADO           VALUE 'R'.
           03 AJ-APROVADOR           PIC X(08).
           03 AJ-DT-DECISAO          PIC 9(08).
           03 AJ-MOTIVO-REJEICAO     PIC X(40).
           03 AJ-COMP-CONTABIL       PIC 9(06).
