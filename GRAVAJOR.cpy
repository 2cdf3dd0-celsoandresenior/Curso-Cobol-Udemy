      *   77 WS-JOR-DATA-PROC      PIC 9(08).
      *   77 WS-JOR-CHECK          PIC 9(09).
      *   77 WS-JOR-IDX            PIC 9(03).
      *   SELECT JORIDX ASSIGN TO DYNAMIC WS-JORIDX-PATH
      *       ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
      *       RECORD KEY IS JIX-CHAVE FILE STATUS IS WS-FS-JIX.
      *   FD JORIDX.
      *       COPY JORIDX.
      *   77 WS-JORIDX-PATH        PIC X(100).
      *   77 WS-FS-JIX             PIC 99.
      *       88 FS-JIX-OK         VALUE 0.
      * and extend their P100-LOCALIZA-ARQUIVOS with JOURNAL_PATH,
      * JORSEQ_PATH and JORIDX_PATH environment lookups the same way
      * every CONTATOS program already does for CONTATOS_PATH. The
      * entry also goes to the journal index by contact (see
      * JORIDX.cpy); an index that cannot be opened is left for the
      * nightly IDXJORN rebuild, as with the other search indexes.
      * The complement images (JOR-COMPL-ANTES/DEPOIS) stay blank
      * here; a caller that changes the contact complement instead
      * of the master (CARTCONT) copies this fragment REPLACING the
      * move of the operator with that move plus the two images.
      *****************************************************************
           MOVE SPACES             TO REG-JORNAL
           MOVE WS-JOR-OPERACAO    TO JOR-OPERACAO
               DISPLAY 'ERRO AO GRAVAR O JORNAL DE TRANSACOES (FS='
                       WS-FS-JOR ').'
           END-IF

      *    COMPANHEIRO INDEXADO POR CONTATO + SEQUENCIA (JORIDX).
           IF FS-JOR-OK
               SET FS-JIX-OK TO TRUE
               OPEN I-O JORIDX
               IF FS-JIX-OK
                   MOVE JOR-ID-CONTATO  TO JIX-ID-CONTATO
                   MOVE JOR-SEQUENCIA   TO JIX-SEQUENCIA
                   MOVE REG-JORNAL      TO JIX-ENTRADA
                   WRITE REG-JORIDX
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   CLOSE JORIDX
               END-IF
           END-IF
