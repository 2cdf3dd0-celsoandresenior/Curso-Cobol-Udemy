               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD CASOFILA.
          COPY CASOFILA.

       FD CONTCOMP.
          COPY CONTCOMP.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
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
                   TO WS-CASOFILA-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
