      *****************************************************************
      * COPY JORGERA
      * Loads from the journal catalog (see JORCAT.cpy) the archived
      * generations a journal reader must go through for the period
      * it was asked for, in catalog (chronological) order, into
      * WS-GER-ARQUIVO(1..WS-GER-QTD). A generation is picked when
      * its date range overlaps WS-GER-DT-DE..WS-GER-DT-ATE and, if
      * WS-GER-SEQ-DE is not zero, when it holds sequences above it.
      * The caller then reads each picked generation and the live
      * journal last, by moving the generation path into its
      * dynamic journal path and restoring the live path afterwards.
      * An absent catalog simply picks nothing (no rollover yet).
      * COPY this fragment after moving the selection into:
      *   WS-GER-DT-DE      (PIC 9(08), zero = from the beginning)
      *   WS-GER-DT-ATE     (PIC 9(08), 99999999 = up to now)
      *   WS-GER-SEQ-DE     (PIC 9(07), zero = any sequence)
      * Callers also declare, ahead of time:
      *   SELECT JORCAT ASSIGN TO DYNAMIC WS-JORCAT-PATH
      *       ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS
      *       WS-FS-JCT.
      *   FD JORCAT.
      *       COPY JORCAT.
      *   77 WS-JORCAT-PATH        PIC X(100).
      *   77 WS-FS-JCT             PIC 99.
      *       88 FS-JCT-OK         VALUE 0.
      *   77 WS-GER-DT-DE          PIC 9(08).
      *   77 WS-GER-DT-ATE         PIC 9(08).
      *   77 WS-GER-SEQ-DE         PIC 9(07).
      *   77 WS-GER-QTD            PIC 9(03).
      *   77 WS-GER-IDX            PIC 9(03).
      *   77 WS-GER-FIM            PIC X.
      *       88 GER-FIM-OK        VALUE 'S' FALSE 'N'.
      *   01 WS-TAB-GERACOES.
      *       03 WS-GER-ARQUIVO OCCURS 120 TIMES PIC X(100).
      * and extend their P100-LOCALIZA-ARQUIVOS with a JORCAT_PATH
      * environment lookup the same way they already do for
      * JOURNAL_PATH.
      *****************************************************************
           MOVE 0 TO WS-GER-QTD
           SET GER-FIM-OK TO FALSE
           SET FS-JCT-OK TO TRUE
           OPEN INPUT JORCAT
           IF FS-JCT-OK
               PERFORM UNTIL GER-FIM-OK
                   READ JORCAT
                       AT END
                           SET GER-FIM-OK TO TRUE
                       NOT AT END
                           IF JCT-DT-FIM NOT < WS-GER-DT-DE
                                   AND JCT-DT-INICIO
                                       NOT > WS-GER-DT-ATE
                                   AND (WS-GER-SEQ-DE = 0
                                     OR JCT-SEQ-FIM > WS-GER-SEQ-DE)
                               IF WS-GER-QTD < 120
                                   ADD 1 TO WS-GER-QTD
                                   MOVE JCT-ARQUIVO
                                       TO WS-GER-ARQUIVO(WS-GER-QTD)
                               ELSE
                                   DISPLAY 'ATENCAO: MAIS DE 120 '
                                       'GERACOES DO JORNAL NO '
                                       'PERIODO. AS MAIS NOVAS '
                                       'FICARAM DE FORA.'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORCAT
           END-IF
           SET GER-FIM-OK TO FALSE
