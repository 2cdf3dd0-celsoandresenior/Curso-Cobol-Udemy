      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RECONSTRUCAO DO INDICE DO JORNAL POR CONTATO (VEJA
      *          JORIDX.cpy), NO MOLDE DO IDXCONT COM OS INDICES DE
      *          BUSCA: VARRE AS GERACOES ARQUIVADAS DO CATALOGO
      *          JORCAT (VEJA JORGERA.cpy) E O JORNAL VIVO, NA ORDEM
      *          DE GRAVACAO, E REGRAVA DO ZERO O INDICE POR
      *          JOR-ID-CONTATO + JOR-SEQUENCIA QUE O HISTCONT, O
      *          REVERTCONT E O DOSSIE LEEM DIRETO. RODA NA JANELA
      *          NOTURNA; DURANTE O DIA O GRAVAJOR MANTEM O INDICE EM
      *          PASSO, E ESTA RECONSTRUCAO ACERTA QUALQUER DERIVA.
      *          ENTRADAS DE LEGADO (SEM SEQUENCIA) NAO SAO
      *          INDEXADAS, SO CONTADAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXJORN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

       DATA DIVISION.

       FILE SECTION.
       FD JOURNAL.
          COPY JORNAL.

       FD JORCAT.
          COPY JORCAT.

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.

       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.

      * GERACOES ARQUIVADAS DO JORNAL (VEJA JORGERA.cpy).
       77 WS-JORCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'.
       77 WS-FS-JCT                 PIC 99.
          88 FS-JCT-OK              VALUE 0.
       77 WS-JORNAL-VIVO            PIC X(100) VALUE SPACES.
       77 WS-GER-DT-DE              PIC 9(08) VALUE ZEROES.
       77 WS-GER-DT-ATE             PIC 9(08) VALUE ZEROES.
       77 WS-GER-SEQ-DE             PIC 9(07) VALUE ZEROES.
       77 WS-GER-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-GER-IDX                PIC 9(03) VALUE ZEROES.
       77 WS-GER-FIM                PIC X VALUE 'N'.
          88 GER-FIM-OK             VALUE 'S' FALSE 'N'.
       01 WS-TAB-GERACOES.
           03 WS-GER-ARQUIVO OCCURS 120 TIMES PIC X(100).

       77 WS-LIDAS                  PIC 9(07) VALUE ZEROES.
       77 WS-INDEXADAS              PIC 9(07) VALUE ZEROES.
       77 WS-LEGADO                 PIC 9(07) VALUE ZEROES.
       77 WS-REPETIDAS              PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** RECONSTRUCAO DO INDICE DO JORNAL ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           OPEN OUTPUT JORIDX
           IF NOT FS-JIX-OK
               DISPLAY 'ERRO AO CRIAR O INDICE DO JORNAL (FS='
                       WS-FS-JIX ').'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           MOVE 0        TO WS-GER-DT-DE
           MOVE 99999999 TO WS-GER-DT-ATE
           MOVE 0        TO WS-GER-SEQ-DE
           COPY JORGERA.

           MOVE WS-JOURNAL-PATH TO WS-JORNAL-VIVO
           PERFORM P200-VARRER-GERACAO THRU P200-FIM
               VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > WS-GER-QTD
           MOVE WS-JORNAL-VIVO TO WS-JOURNAL-PATH
           PERFORM P300-VARRER-ARQUIVO THRU P300-FIM

           CLOSE JORIDX

           DISPLAY 'GERACOES ARQUIVADAS...: ' WS-GER-QTD
           DISPLAY 'ENTRADAS LIDAS........: ' WS-LIDAS
           DISPLAY 'ENTRADAS INDEXADAS....: ' WS-INDEXADAS
           DISPLAY 'ENTRADAS DE LEGADO....: ' WS-LEGADO
           DISPLAY 'CHAVES REPETIDAS......: ' WS-REPETIDAS
           IF WS-REPETIDAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'JORCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'
                   TO WS-JORCAT-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF
           .
       P100-FIM.

       P200-VARRER-GERACAO.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX) TO WS-JOURNAL-PATH
           PERFORM P300-VARRER-ARQUIVO THRU P300-FIM
           .
       P200-FIM.

       P300-VARRER-ARQUIVO.
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE

           OPEN INPUT JOURNAL
           IF NOT FS-JOR-OK
               DISPLAY 'JORNAL INDISPONIVEL: '
                   FUNCTION TRIM(WS-JOURNAL-PATH)
                   ' (FS=' WS-FS-JOR ').'
               MOVE 8 TO RETURN-CODE
               GO TO P300-FIM
           END-IF
           PERFORM P310-INDEXAR-ENTRADA THRU P310-FIM
               UNTIL EOF-OK
           CLOSE JOURNAL
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-INDEXAR-ENTRADA.
           READ JOURNAL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           ADD 1 TO WS-LIDAS

           IF JOR-SEQUENCIA NOT NUMERIC OR JOR-SEQUENCIA = 0
                   OR JOR-ID-CONTATO NOT NUMERIC
               ADD 1 TO WS-LEGADO
               GO TO P310-FIM
           END-IF

           MOVE JOR-ID-CONTATO  TO JIX-ID-CONTATO
           MOVE JOR-SEQUENCIA   TO JIX-SEQUENCIA
           MOVE REG-JORNAL      TO JIX-ENTRADA
           WRITE REG-JORIDX
               INVALID KEY
                   ADD 1 TO WS-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-INDEXADAS
           END-WRITE
           .
       P310-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM IDXJORN.
