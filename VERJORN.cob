      *          CERTIFICANDO O JORNAL LIMPO ANTES DO ARQUIVAMENTO.
      *          ENTRADAS ANTERIORES A EXISTENCIA DA SEQUENCIA
      *          (CAMPOS EM BRANCO) SAO CONTADAS COMO LEGADO, NAO
      *          COMO DEFEITO. DEPOIS DA ROLAGEM MENSAL (ROLJORN) A
      *          SEQUENCIA DO JORNAL VIVO E CONFERIDA A PARTIR DA
      *          ULTIMA ARQUIVADA NO CATALOGO JORCAT, E UMA GERACAO
      *          ARQUIVADA PODE SER REVERIFICADA PELA COMPETENCIA
      *          (JORNAL_GERACAO=AAAAMM), CONFERINDO TAMBEM
      *          QUANTIDADE E SOMA DE JOR-CHECK COM O CATALOGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
       FD JOURNAL.
          COPY JORNAL.

       FD JORCAT.
          COPY JORCAT.

       FD RELVERJ.
       01 REG-RELVERJ               PIC X(80).

       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * CATALOGO DAS GERACOES ARQUIVADAS (VEJA JORCAT.cpy).
       77 WS-JORCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'.
       77 WS-FS-JCT                 PIC 99.
          88 FS-JCT-OK              VALUE 0.
       77 WS-GERACAO-TXT            PIC X(06) VALUE SPACES.
       77 WS-GERACAO                PIC 9(06) VALUE ZEROES.
       77 WS-CAT-SEQ-ANT            PIC 9(07) VALUE ZEROES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-CHECK              PIC 9(15) VALUE ZEROES.
       77 WS-SOMA-CHECK             PIC 9(15) VALUE ZEROES.
       77 WS-GER-ACHADA             PIC X VALUE 'N'.
          88 GER-ACHADA             VALUE 'S' FALSE 'N'.
       77 WS-DIVERGENCIAS           PIC 9(05) VALUE ZEROES.

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.
           PERFORM P150-LER-CATALOGO THRU P150-FIM
           PERFORM P200-VERIFICAR THRU P200-FIM
           PERFORM P800-CERTIFICADO THRU P800-FIM
           PERFORM P900-FIM.
                   TO WS-RELVERJ-PATH
           END-IF

           DISPLAY 'JORCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'
                   TO WS-JORCAT-PATH
           END-IF

           DISPLAY 'JORNAL_GERACAO'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-GERACAO-TXT       FROM ENVIRONMENT-VALUE
           IF WS-GERACAO-TXT NUMERIC
                   AND WS-GERACAO-TXT NOT = SPACES
               MOVE WS-GERACAO-TXT TO WS-GERACAO
           END-IF

           DISPLAY 'FIMRUN_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-FIMRUN-PATH       FROM ENVIRONMENT-VALUE
           IF WS-FIMRUN-PATH = SPACES
           .
       P100-FIM.

      * A SEQUENCIA CONTINUA ATRAVES DAS GERACOES: O JORNAL VIVO
      * COMECA DEPOIS DA ULTIMA SEQUENCIA ARQUIVADA E CADA GERACAO
      * DEPOIS DA ANTERIOR A ELA NO CATALOGO. SEM CATALOGO (NENHUMA
      * ROLAGEM AINDA) A CONFERENCIA COMECA NA PRIMEIRA ENTRADA.
       P150-LER-CATALOGO.
           SET GER-ACHADA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-JCT-OK TO TRUE
           OPEN INPUT JORCAT
           IF FS-JCT-OK
               PERFORM P160-LER-GERACAO THRU P160-FIM
                   UNTIL EOF-OK
               CLOSE JORCAT
           END-IF
           SET EOF-OK TO FALSE

           IF WS-GERACAO = 0
               MOVE WS-CAT-SEQ-ANT TO WS-SEQ-ANTERIOR
               GO TO P150-FIM
           END-IF

           IF NOT GER-ACHADA
               DISPLAY 'GERACAO ' WS-GERACAO ' NAO CONSTA DO '
                   'CATALOGO DO JORNAL.'
               MOVE 8 TO WS-FIM-RC
               MOVE SPACES TO WS-JOURNAL-PATH
               GO TO P150-FIM
           END-IF
           DISPLAY 'VERIFICANDO A GERACAO '
               FUNCTION TRIM(WS-JOURNAL-PATH)
           .
       P150-FIM.

       P160-LER-GERACAO.
           READ JORCAT
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P160-FIM
           END-READ
           IF GER-ACHADA
               GO TO P160-FIM
           END-IF
           IF WS-GERACAO NOT = 0
                   AND JCT-COMPETENCIA = WS-GERACAO
               SET GER-ACHADA TO TRUE
               MOVE WS-CAT-SEQ-ANT   TO WS-SEQ-ANTERIOR
               MOVE JCT-ARQUIVO      TO WS-JOURNAL-PATH
               MOVE JCT-REGISTROS    TO WS-CAT-REGISTROS
               MOVE JCT-TOTAL-CHECK  TO WS-CAT-CHECK
               GO TO P160-FIM
           END-IF
           IF JCT-SEQ-FIM NUMERIC AND JCT-SEQ-FIM > 0
               MOVE JCT-SEQ-FIM TO WS-CAT-SEQ-ANT
           END-IF
           .
       P160-FIM.

       P200-VERIFICAR.
           IF WS-FIM-RC NOT = 0
               GO TO P200-FIM
           END-IF
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE

                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDAS
                   IF JOR-CHECK NUMERIC
                       ADD JOR-CHECK TO WS-SOMA-CHECK
                   END-IF
                   IF JOR-SEQUENCIA NOT NUMERIC
                           OR JOR-SEQUENCIA = 0
      * ENTRADA ANTERIOR A EXISTENCIA DA SEQUENCIA: LEGADO.
           DISPLAY 'SEQUENCIAS REPETIDAS.: ' WS-DUPLICATAS
           DISPLAY 'ENTRADAS ALTERADAS...: ' WS-ALTERADAS

           IF WS-FIM-RC = 0 AND GER-ACHADA
               IF WS-LIDAS NOT = WS-CAT-REGISTROS
                       OR WS-SOMA-CHECK NOT = WS-CAT-CHECK
                   DISPLAY 'GERACAO DIVERGE DO CATALOGO: '
                       WS-LIDAS ' DE ' WS-CAT-REGISTROS
                       ' ENTRADAS.'
                   ADD 1 TO WS-DIVERGENCIAS
                   ADD 1 TO WS-ALTERADAS
               END-IF
           END-IF

           IF WS-FIM-RC = 0
               IF WS-LACUNAS = 0 AND WS-DUPLICATAS = 0
                       AND WS-ALTERADAS = 0
