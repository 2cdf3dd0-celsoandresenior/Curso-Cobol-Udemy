      *   77 WS-CAS-SEQ            PIC 9(06) VALUE ZEROES.
      *   77 WS-CAS-DATA           PIC 9(08).
      *   77 WS-CAS-EOF            PIC X.
      * The item is born designated to the contact's account manager
      * (CAS-OPERADOR, from the contact complement - see
      * CONTCOMP.cpy), so callers also declare:
      *   SELECT CONTCOMP ASSIGN TO DYNAMIC WS-CONTCOMP-PATH
      *       ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
      *       RECORD KEY IS CMP-ID-CONTATO FILE STATUS IS WS-FS-CMP.
      *   FD CONTCOMP.
      *       COPY CONTCOMP.
      *   77 WS-CONTCOMP-PATH      PIC X(100).
      *   77 WS-FS-CMP             PIC 99.
      *       88 FS-CMP-OK         VALUE 0.
      * and extend their P100-LOCALIZA-ARQUIVOS with CASOFILA_PATH
      * and CONTCOMP_PATH environment lookups the same way every
      * CONTATOS program already does for CONTATOS_PATH.
      *****************************************************************
           IF WS-CAS-SEQ = 0
               MOVE 'N' TO WS-CAS-EOF
           MOVE 0               TO CAS-DT-DISPOSICAO
           MOVE 0               TO CAS-HORA-DISPOSICAO

      *    CASO DE CONTATO COM GERENTE DE CONTAS NASCE DESIGNADO A
      *    ELE; SEM GERENTE (OU SEM O COMPLEMENTO), FICA NA FILA.
           SET FS-CMP-OK TO TRUE
           OPEN INPUT CONTCOMP
           IF FS-CMP-OK
               MOVE WS-CAS-ID TO CMP-ID-CONTATO
               READ CONTCOMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMP-GERENTE TO CAS-OPERADOR
               END-READ
               CLOSE CONTCOMP
           END-IF

           SET FS-CAS-OK TO TRUE
           OPEN EXTEND CASOFILA
           IF WS-FS-CAS EQUAL 35
