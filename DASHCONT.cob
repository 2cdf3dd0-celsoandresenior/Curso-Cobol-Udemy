      * Purpose: PAINEL DE SITUACAO DOS JOBS BATCH: LE O RUN-LOG
      *          CENTRAL DE OPERACOES (VEJA RUNCTL.cpy E
      *          GRAVRUN.cpy) E IMPRIME, PARA CADA JOB CONHECIDO, A
      *          ULTIMA SITUACAO DO DIA - EXECUTADO, EXECUTADO COM
      *          AVISO (RC 4, COMO A QUEBRA DO BALANCO DA NOITE),
      *          FALHOU, INICIADO SEM FIM (ABORTADO?) OU NAO RODOU
      *          HOJE - PARA O TURNO DA MANHA SABER NUMA PAGINA SE
      *          A JANELA NOTURNA FECHOU. NO RODAPE, OS ALERTAS DE
      *          FALHA AINDA EM ABERTO NA FILA (VEJA ALRFILA.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT ALRFILA ASSIGN TO DYNAMIC
               WS-ALRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALR.

       DATA DIVISION.

       FILE SECTION.
       FD RELDASH.
       01 REG-RELDASH               PIC X(80).

       FD ALRFILA.
          COPY ALRFILA.

       WORKING-STORAGE SECTION.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

       77 WS-ALRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'.
       77 WS-FS-ALR                 PIC 99.
          88 FS-ALR-OK              VALUE 0.
       77 WS-ALR-ABERTOS            PIC 9(04) VALUE ZEROES.
       77 WS-ALR-CRITICOS           PIC 9(04) VALUE ZEROES.
       77 WS-ALR-ESCALADOS          PIC 9(04) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * JOBS CONHECIDOS DA JANELA BATCH E A MELHOR INFORMACAO DO DIA
      * SOBRE CADA UM, ATUALIZADA A CADA EVENTO LIDO DO RUN-LOG.
       77 WS-QTD-JOBS               PIC 9(02) VALUE 9.
       01 WS-TAB-JOBS.
           03 WS-JOB-ENTRY OCCURS 9 TIMES INDEXED BY WS-JIDX.
               05 WS-JOB-NOME        PIC X(12).
               05 WS-JOB-INICIO      PIC X VALUE 'N'.
               05 WS-JOB-FIM         PIC X VALUE 'N'.
                   TO WS-RELDASH-PATH
           END-IF

           DISPLAY 'ALRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ALRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'
                   TO WS-ALRFILA-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.
           MOVE 'IMPORTCONT' TO WS-JOB-NOME(6)
           MOVE 'EXTPARC'    TO WS-JOB-NOME(7)
           MOVE 'VERJORN'    TO WS-JOB-NOME(8)
           MOVE 'BALANCO'    TO WS-JOB-NOME(9)
           SET WS-JIDX TO 1
           PERFORM P160-LIMPAR-JOB THRU P160-FIM
               UNTIL WS-JIDX > WS-QTD-JOBS
           PERFORM P310-IMPRIMIR-JOB THRU P310-FIM
               UNTIL WS-JIDX > WS-QTD-JOBS

           PERFORM P400-CONTAR-ALERTAS THRU P400-FIM
           MOVE SPACES TO REG-RELDASH
           PERFORM P320-GRAVAR-LINHA THRU P320-FIM
           MOVE SPACES TO REG-RELDASH
           IF WS-ALR-ABERTOS = 0
               MOVE 'NENHUM ALERTA DE FALHA EM ABERTO.'
                   TO REG-RELDASH
           ELSE
               STRING 'ALERTAS EM ABERTO: '  DELIMITED BY SIZE
                      WS-ALR-ABERTOS         DELIMITED BY SIZE
                      ' (CRITICOS '          DELIMITED BY SIZE
                      WS-ALR-CRITICOS        DELIMITED BY SIZE
                      ', ESCALADOS '         DELIMITED BY SIZE
                      WS-ALR-ESCALADOS       DELIMITED BY SIZE
                      ') - VER ALERTCONT'    DELIMITED BY SIZE
                      INTO REG-RELDASH
               END-STRING
           END-IF
           PERFORM P320-GRAVAR-LINHA THRU P320-FIM

           IF FS-REL-OK
               CLOSE RELDASH
           END-IF
       P310-IMPRIMIR-JOB.
           EVALUATE TRUE
               WHEN WS-JOB-FIM(WS-JIDX) = 'S'
                       AND WS-JOB-RC(WS-JIDX) < 4
                   MOVE 'EXECUTADO'        TO WS-SITUACAO
               WHEN WS-JOB-FIM(WS-JIDX) = 'S'
                       AND WS-JOB-RC(WS-JIDX) < 8
                   MOVE 'EXECUTADO C/ AVISO' TO WS-SITUACAO
               WHEN WS-JOB-FIM(WS-JIDX) = 'S'
                   MOVE 'FALHOU'           TO WS-SITUACAO
               WHEN WS-JOB-INICIO(WS-JIDX) = 'S'
           .
       P320-FIM.

       P400-CONTAR-ALERTAS.
           MOVE 0 TO WS-ALR-ABERTOS
           MOVE 0 TO WS-ALR-CRITICOS
           MOVE 0 TO WS-ALR-ESCALADOS
           SET EOF-OK TO FALSE
           SET FS-ALR-OK TO TRUE
           OPEN INPUT ALRFILA
           IF NOT FS-ALR-OK
               GO TO P400-FIM
           END-IF
           PERFORM P410-LER-ALERTA THRU P410-FIM
               UNTIL EOF-OK
           CLOSE ALRFILA
           .
       P400-FIM.

       P410-LER-ALERTA.
           READ ALRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF ALR-ABERTO
               ADD 1 TO WS-ALR-ABERTOS
               IF ALR-CRITICA
                   ADD 1 TO WS-ALR-CRITICOS
               END-IF
               IF ALR-JA-ESCALADO
                   ADD 1 TO WS-ALR-ESCALADOS
               END-IF
           END-IF
           .
       P410-FIM.

       P900-FIM.
            STOP RUN.

