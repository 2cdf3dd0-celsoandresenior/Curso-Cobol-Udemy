               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

               SELECT CASOFILA ASSIGN TO DYNAMIC
               WS-CASOFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

       DATA DIVISION.

       FILE SECTION.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

      * FILA UNIFICADA DE CASOS DO MUTIRAO (VEJA CASOFILA.cpy).
       FD CASOFILA.
          COPY CASOFILA.

       FD CONTCOMP.
          COPY CONTCOMP.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * ALIMENTACAO DA FILA UNIFICADA DE CASOS (VEJA GRAVCASO.cpy).
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-FS-CAS                 PIC 99.
          88 FS-CAS-OK              VALUE 0.
       77 WS-CAS-TIPO               PIC X(01) VALUE SPACES.
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'CASOFILA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CASOFILA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CASOFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'
                   TO WS-CASOFILA-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF
           .
       P100-FIM.

