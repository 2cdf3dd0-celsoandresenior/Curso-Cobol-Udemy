      *****************************************************************
      * COPY CKPINI
      * Opening decision of a checkpointed master sweep (see
      * CHKPONTO.cpy). Reads the program's checkpoint and sets
      * WS-CKP-MODO:
      *   CKP-MODO-RETOMADA  the last run stopped halfway: the caller
      *                      restores its totals from CKP-CONT and
      *                      resumes after CKP-ULTIMO-ID (or skips
      *                      CKP-POSICAO input records);
      *   CKP-MODO-RECUSADO  the run already completed for this
      *                      processing date and input reference:
      *                      the caller must not sweep again
      *                      (CHKPONTO_REFAZER=S in WS-CKP-REFAZER
      *                      lets a deliberate second run through as
      *                      a new one); or a run of another input
      *                      (WS-CKP-REFERENCIA) stopped halfway and
      *                      must be finished first;
      *   CKP-MODO-NOVO      a new run, checkpoint reset to zero.
      * Unless refused, the checkpoint is written at once as in
      * progress. During the sweep the caller moves the
      * last committed ID and its totals into REG-CHKPONTO and CALLs
      * 'CHKPONTO' with 'A' after each record; at a normal end, with
      * 'F'. Callers declare:
      *   77 WS-CKP-PROGRAMA       PIC X(12) VALUE '<PROGRAM-ID>'.
      *   77 WS-CKP-FUNCAO         PIC X(01).
      *   77 WS-CKP-DATA-PROC      PIC 9(08).
      *   77 WS-CKP-REFAZER        PIC X(01).
      *   77 WS-CKP-REFERENCIA     PIC X(10).
      *   77 WS-CKP-MODO           PIC X(01).
      *       88 CKP-MODO-NOVO     VALUE 'N'.
      *       88 CKP-MODO-RETOMADA VALUE 'T'.
      *       88 CKP-MODO-RECUSADO VALUE 'R'.
      *   COPY CHKPONTO.
      * with a CHKPONTO_REFAZER lookup into WS-CKP-REFAZER and
      * WS-CKP-DATA-PROC set by CALL 'DATAPROC' before the COPY.
      * WS-CKP-REFERENCIA names the input of the run when the sweep
      * is driven by one (APLCORR); otherwise it stays SPACES.
      *****************************************************************
           MOVE WS-CKP-PROGRAMA TO CKP-PROGRAMA
           MOVE 'L' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO

           SET CKP-MODO-NOVO TO TRUE
           IF CKP-EM-ANDAMENTO
                   AND CKP-REFERENCIA NOT = WS-CKP-REFERENCIA
               SET CKP-MODO-RECUSADO TO TRUE
               DISPLAY 'EXECUCAO INTERROMPIDA DE OUTRA ENTRADA ('
                       CKP-REFERENCIA ') PENDENTE DESDE ' CKP-DATA
                       '-' CKP-HORA '.'
               DISPLAY 'CONCLUA AQUELA EXECUCAO ANTES DESTA.'
           END-IF
           IF CKP-EM-ANDAMENTO AND NOT CKP-MODO-RECUSADO
               SET CKP-MODO-RETOMADA TO TRUE
               IF CKP-RETOMADAS < 99
                   ADD 1 TO CKP-RETOMADAS
               END-IF
               DISPLAY 'EXECUCAO ANTERIOR INTERROMPIDA (PONTO DE '
                       'CONTROLE DE ' CKP-DATA '-' CKP-HORA ').'
               DISPLAY 'RETOMANDO APOS O ID ' CKP-ULTIMO-ID
                       ' - DATA DE PROCESSAMENTO ' CKP-DATA-PROC
           END-IF
           IF CKP-CONCLUIDO
                   AND CKP-DATA-PROC = WS-CKP-DATA-PROC
                   AND CKP-REFERENCIA = WS-CKP-REFERENCIA
               IF WS-CKP-REFAZER = 'S'
                   DISPLAY 'EXECUCAO JA CONCLUIDA EM ' CKP-DATA '-'
                           CKP-HORA ' REFEITA POR CHKPONTO_REFAZER=S.'
               ELSE
                   SET CKP-MODO-RECUSADO TO TRUE
                   DISPLAY 'EXECUCAO JA CONCLUIDA PARA A DATA DE '
                           'PROCESSAMENTO ' CKP-DATA-PROC ' (EM '
                           CKP-DATA '-' CKP-HORA ').'
                   DISPLAY 'REEXECUCAO RECUSADA. PARA REFAZER, '
                           'EXPORTE CHKPONTO_REFAZER=S.'
               END-IF
           END-IF

           IF CKP-MODO-NOVO
               MOVE WS-CKP-PROGRAMA  TO CKP-PROGRAMA
               MOVE WS-CKP-DATA-PROC TO CKP-DATA-PROC
               MOVE WS-CKP-REFERENCIA TO CKP-REFERENCIA
               MOVE 0 TO CKP-ULTIMO-ID CKP-POSICAO CKP-RETOMADAS
                         CKP-CONT(1) CKP-CONT(2) CKP-CONT(3)
                         CKP-CONT(4) CKP-CONT(5)
           END-IF
           IF NOT CKP-MODO-RECUSADO
               SET CKP-EM-ANDAMENTO TO TRUE
               MOVE 'G' TO WS-CKP-FUNCAO
               CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           END-IF
