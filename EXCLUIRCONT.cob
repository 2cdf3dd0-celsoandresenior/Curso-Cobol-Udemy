               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

               SELECT APRFILA ASSIGN TO DYNAMIC
               WS-APRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

      * FILA DE APROVACAO QUATRO-OLHOS (VEJA APRFILA.cpy): A
      * EXCLUSAO DE UM OPERADOR SEM PERFIL DE SUPERVISOR E RETIDA
      * AQUI COMO PENDENCIA; O REWRITE E A ENTRADA DO JORNAL


       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXCLUIR CONTATOS ***".
           COPY TREINO.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P105-BACKUP-CONTATOS THRU P105-FIM
           SET EXIT-OK TO FALSE
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'APRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-APRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-APRFILA-PATH = SPACES
