      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: ROLAGEM MENSAL DO JORNAL DE TRANSACOES: NO FIM DO
      *          MES, DEPOIS DE O VERJORN CERTIFICAR O JORNAL LIMPO
      *          (CHAMADO AQUI MESMO; SEM CERTIFICADO NAO HA
      *          ROLAGEM), MOVE AS ENTRADAS ATE A COMPETENCIA
      *          FECHADA PARA A GERACAO DATADA JORNAL_AAAAMM.LOG,
      *          RELE A GERACAO GRAVADA E CONFERE QUANTIDADE E SOMA
      *          DOS JOR-CHECK (O CERTIFICADO DA GERACAO), REGISTRA
      *          A GERACAO NO CATALOGO JORCAT (VEJA JORCAT.cpy) E SO
      *          ENTAO RECOMECA O JORNAL VIVO COM AS ENTRADAS
      *          POSTERIORES A COMPETENCIA. O CONTROLE JORNAL.SEQ NAO
      *          E TOCADO: A PROXIMA ENTRADA CONTINUA A JOR-SEQUENCIA
      *          SEM LACUNA (O VERJORN CONFERE A EMENDA PELO
      *          CATALOGO). COMPETENCIA: COMPETENCIA_JOR OU O MES
      *          ANTERIOR A DATA DE PROCESSAMENTO. COMPETENCIA JA
      *          ARQUIVADA OU NAO POSTERIOR A ULTIMA ARQUIVADA E
      *          RECUSADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLJORN.

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

               SELECT JORGER ASSIGN TO DYNAMIC
               WS-JORGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GER.

               SELECT JORTMP ASSIGN TO DYNAMIC
               WS-JORTMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT RUNTOKEN ASSIGN TO DYNAMIC
               WS-RUNTOKEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOK.

               SELECT TOKENLOG ASSIGN TO DYNAMIC
               WS-TOKENLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TKL.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.

       FILE SECTION.
       FD JOURNAL.
          COPY JORNAL.

      * GERACAO ARQUIVADA E ARQUIVO DE PASSAGEM DO RESTO DO JORNAL:
      * MESMO LAYOUT DO JORNAL, COPIADOS LINHA A LINHA.
       FD JORGER.
       01 REG-JORGER                PIC X(1063).

       FD JORTMP.
       01 REG-JORTMP                PIC X(1063).

       FD JORCAT.
          COPY JORCAT.

       FD RUNTOKEN.
       01 REG-RUNTOKEN.
           03 TOK-PROGRAMA           PIC X(12).
           03 TOK-DATA               PIC 9(08).
           03 TOK-HORA               PIC 9(08).

       FD TOKENLOG.
       01 REG-TOKENLOG              PIC X(60).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-JORCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'.
       77 WS-JORTMP-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.TMP'.
       77 WS-JORARQ-DIR             PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\'.
       77 WS-JORGER-PATH            PIC X(100) VALUE SPACES.

       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-TMP                 PIC 99.
          88 FS-TMP-OK              VALUE 0.
       77 WS-FS-JCT                 PIC 99.
          88 FS-JCT-OK              VALUE 0.

      * TOKEN EXCLUSIVO DE EXECUCAO BATCH (VEJA TOKENGET.cpy): O
      * JORNAL E REGRAVADO, ENTAO NENHUMA MANUTENCAO PODE ESTAR
      * GRAVANDO NELE DURANTE A ROLAGEM.
       77 WS-RUNTOKEN-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNTOKEN.TXT'.
       77 WS-TOKENLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'.
       77 WS-FS-TOK                 PIC 99.
          88 FS-TOK-OK              VALUE 0.
       77 WS-FS-TKL                 PIC 99.
          88 FS-TKL-OK              VALUE 0.
       77 WS-TOK-PROGRAMA           PIC X(12) VALUE 'ROLJORN'.
       77 WS-TOK-DONO               PIC X(12) VALUE SPACES.
       77 WS-TOK-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-TOK-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-TOKEN-OVERRIDE         PIC X(01) VALUE SPACES.
       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

      * RUN-LOG DE OPERACOES (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'ROLJORN'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.
       01 WS-COMP-AUX.
           03 WS-COMP-ANO            PIC 9(04).
           03 WS-COMP-MES            PIC 9(02).
       77 WS-ULTIMA-ARQUIVADA       PIC 9(06) VALUE ZEROES.
       77 WS-JA-ARQUIVADA           PIC X VALUE 'N'.
          88 JA-ARQUIVADA           VALUE 'S' FALSE 'N'.

      * TOTAIS DA GERACAO: CONTADOS NA SEPARACAO E CONFERIDOS NA
      * RELEITURA DA COPIA GRAVADA.
       77 WS-GER-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-GER-CHECK              PIC 9(15) VALUE ZEROES.
       77 WS-GER-DT-INICIO          PIC 9(08) VALUE ZEROES.
       77 WS-GER-DT-FIM             PIC 9(08) VALUE ZEROES.
       77 WS-GER-SEQ-INICIO         PIC 9(07) VALUE ZEROES.
       77 WS-GER-SEQ-FIM            PIC 9(07) VALUE ZEROES.
       77 WS-REL-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-REL-CHECK              PIC 9(15) VALUE ZEROES.
       77 WS-RESTO                  PIC 9(07) VALUE ZEROES.
       77 WS-RECOPIADOS             PIC 9(07) VALUE ZEROES.
       77 WS-LIDAS                  PIC 9(07) VALUE ZEROES.

       77 WS-ARQ-APAGAR             PIC X(100) VALUE SPACES.
       77 WS-ABORTADO               PIC X VALUE 'N'.
          88 ABORTADO               VALUE 'S' FALSE 'N'.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ROLAGEM MENSAL DO JORNAL DE TRANSACOES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           COPY GRAVRUN.

           PERFORM P150-CONFERE-CATALOGO THRU P150-FIM
           IF ABORTADO
               PERFORM P800-ENCERRAR THRU P800-FIM
           END-IF

           COPY TOKENGET.
           IF NOT TOKEN-OBTIDO
               DISPLAY 'ROLAGEM NAO EXECUTADA.'
               SET ABORTADO TO TRUE
               PERFORM P800-ENCERRAR THRU P800-FIM
           END-IF

           PERFORM P200-CERTIFICAR THRU P200-FIM
           IF NOT ABORTADO
               PERFORM P300-SEPARAR THRU P300-FIM
           END-IF
           IF NOT ABORTADO
               PERFORM P400-CONFERIR-GERACAO THRU P400-FIM
           END-IF
           IF NOT ABORTADO
               PERFORM P500-RECOMECAR-JORNAL THRU P500-FIM
           END-IF
           IF NOT ABORTADO
               PERFORM P600-REGISTRAR THRU P600-FIM
           END-IF

           COPY TOKENREL.
           PERFORM P800-ENCERRAR THRU P800-FIM.

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

           DISPLAY 'JORTMP_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORTMP-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORTMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.TMP'
                   TO WS-JORTMP-PATH
           END-IF

           DISPLAY 'JORARQ_DIR'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORARQ-DIR        FROM ENVIRONMENT-VALUE
           IF WS-JORARQ-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\' TO WS-JORARQ-DIR
           END-IF

           DISPLAY 'RUNTOKEN_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNTOKEN-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RUNTOKEN-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNTOKEN.TXT'
                   TO WS-RUNTOKEN-PATH
           END-IF

           DISPLAY 'TOKENLOG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKENLOG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-TOKENLOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'
                   TO WS-TOKENLOG-PATH
           END-IF

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'RUNCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RUNCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'
                   TO WS-RUNCTL-PATH
           END-IF

      * A COMPETENCIA FECHADA PODE VIR DO AMBIENTE (COMPETENCIA_JOR)
      * PARA UMA ROLAGEM ATRASADA; SEM ELA, VALE O MES ANTERIOR A
      * DATA DE PROCESSAMENTO.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_JOR'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMPETENCIA-TXT   FROM ENVIRONMENT-VALUE
           IF WS-COMPETENCIA-TXT NUMERIC
                   AND WS-COMPETENCIA-TXT NOT = SPACES
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-SISTEMA(1:6) TO WS-COMP-AUX
               IF WS-COMP-MES = 1
                   SUBTRACT 1 FROM WS-COMP-ANO
                   MOVE 12 TO WS-COMP-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MES
               END-IF
               MOVE WS-COMP-AUX TO WS-COMPETENCIA
           END-IF
           DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA

           MOVE SPACES TO WS-JORGER-PATH
           STRING WS-JORARQ-DIR        DELIMITED BY SPACE
                  'JORNAL_'            DELIMITED BY SIZE
                  WS-COMPETENCIA       DELIMITED BY SIZE
                  '.LOG'               DELIMITED BY SIZE
                  INTO WS-JORGER-PATH
           END-STRING
           .
       P100-FIM.

      * A GERACAO DA COMPETENCIA NAO PODE EXISTIR E A COMPETENCIA
      * TEM DE SER POSTERIOR A ULTIMA ARQUIVADA: AS GERACOES FICAM
      * EM ORDEM NO CATALOGO.
       P150-CONFERE-CATALOGO.
           SET JA-ARQUIVADA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-JCT-OK TO TRUE
           OPEN INPUT JORCAT
           IF FS-JCT-OK
               PERFORM P160-LER-GERACAO THRU P160-FIM
                   UNTIL EOF-OK
               CLOSE JORCAT
           END-IF
           SET EOF-OK TO FALSE

           IF JA-ARQUIVADA
               DISPLAY 'A COMPETENCIA ' WS-COMPETENCIA ' JA FOI '
                   'ARQUIVADA (VEJA O JORCAT). ROLAGEM RECUSADA.'
               SET ABORTADO TO TRUE
               GO TO P150-FIM
           END-IF
           IF WS-COMPETENCIA NOT > WS-ULTIMA-ARQUIVADA
               DISPLAY 'A COMPETENCIA ' WS-COMPETENCIA ' NAO E '
                   'POSTERIOR A ULTIMA ARQUIVADA ('
                   WS-ULTIMA-ARQUIVADA '). ROLAGEM RECUSADA.'
               SET ABORTADO TO TRUE
           END-IF
           .
       P150-FIM.

       P160-LER-GERACAO.
           READ JORCAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF JCT-COMPETENCIA = WS-COMPETENCIA
                       SET JA-ARQUIVADA TO TRUE
                   END-IF
                   IF JCT-COMPETENCIA > WS-ULTIMA-ARQUIVADA
                       MOVE JCT-COMPETENCIA TO WS-ULTIMA-ARQUIVADA
                   END-IF
           END-READ
           .
       P160-FIM.

      * O JORNAL SO ROLA CERTIFICADO: O VERJORN CONFERE SEQUENCIA E
      * JOR-CHECK E DEVOLVE RC ZERO SO COM O JORNAL LIMPO.
       P200-CERTIFICAR.
           CALL 'VERJORN'
           IF RETURN-CODE NOT = 0
               DISPLAY 'O VERJORN NAO CERTIFICOU O JORNAL (RC='
                   RETURN-CODE '). ROLAGEM NAO EXECUTADA.'
               SET ABORTADO TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       P200-FIM.

      * SEPARACAO: ENTRADA ATE A COMPETENCIA VAI PARA A GERACAO; A
      * POSTERIOR (JA DO MES NOVO) VAI PARA O ARQUIVO DE PASSAGEM E
      * VOLTA AO JORNAL VIVO.
       P300-SEPARAR.
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF NOT FS-JOR-OK
               DISPLAY 'JORNAL INDISPONIVEL (FS=' WS-FS-JOR
                       '). ROLAGEM NAO EXECUTADA.'
               SET ABORTADO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT JORGER
           OPEN OUTPUT JORTMP
           IF NOT FS-GER-OK OR NOT FS-TMP-OK
               DISPLAY 'ERRO AO CRIAR A GERACAO OU A PASSAGEM (FS='
                       WS-FS-GER '/' WS-FS-TMP ').'
               CLOSE JOURNAL
               SET ABORTADO TO TRUE
               GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P310-SEPARAR-ENTRADA THRU P310-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE

           CLOSE JOURNAL
           CLOSE JORGER
           CLOSE JORTMP

           IF WS-GER-REGISTROS = 0
               DISPLAY 'NENHUMA ENTRADA ATE A COMPETENCIA '
                   WS-COMPETENCIA '. NADA A ARQUIVAR.'
               MOVE WS-JORGER-PATH TO WS-ARQ-APAGAR
               CALL 'CBL_DELETE_FILE' USING WS-ARQ-APAGAR
               MOVE WS-JORTMP-PATH TO WS-ARQ-APAGAR
               CALL 'CBL_DELETE_FILE' USING WS-ARQ-APAGAR
               MOVE 4 TO WS-RUN-RC
               SET ABORTADO TO TRUE
           END-IF
           .
       P300-FIM.

       P310-SEPARAR-ENTRADA.
           READ JOURNAL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           ADD 1 TO WS-LIDAS

           IF JOR-DATA NUMERIC
                   AND JOR-DATA(1:6) > WS-COMPETENCIA
               MOVE REG-JORNAL TO REG-JORTMP
               WRITE REG-JORTMP
               ADD 1 TO WS-RESTO
               GO TO P310-FIM
           END-IF

           MOVE REG-JORNAL TO REG-JORGER
           WRITE REG-JORGER
           ADD 1 TO WS-GER-REGISTROS
           IF JOR-CHECK NUMERIC
               ADD JOR-CHECK TO WS-GER-CHECK
           END-IF

           IF JOR-DATA NUMERIC
               IF WS-GER-DT-INICIO = 0
                       OR JOR-DATA < WS-GER-DT-INICIO
                   MOVE JOR-DATA TO WS-GER-DT-INICIO
               END-IF
               IF JOR-DATA > WS-GER-DT-FIM
                   MOVE JOR-DATA TO WS-GER-DT-FIM
               END-IF
           END-IF

           IF JOR-SEQUENCIA NUMERIC AND JOR-SEQUENCIA > 0
               IF WS-GER-SEQ-INICIO = 0
                   MOVE JOR-SEQUENCIA TO WS-GER-SEQ-INICIO
               END-IF
               MOVE JOR-SEQUENCIA TO WS-GER-SEQ-FIM
           END-IF
           .
       P310-FIM.

      * CERTIFICADO DA GERACAO: A COPIA GRAVADA E RELIDA E TEM DE
      * BATER EM QUANTIDADE E SOMA DE JOR-CHECK COM O QUE SAIU DO
      * JORNAL. SEM ISSO O JORNAL VIVO NAO E CORTADO.
       P400-CONFERIR-GERACAO.
           SET FS-GER-OK TO TRUE
           OPEN INPUT JORGER
           IF FS-GER-OK
               SET EOF-OK TO FALSE
               PERFORM P410-RELER-GERACAO THRU P410-FIM
                   UNTIL EOF-OK
               SET EOF-OK TO FALSE
               CLOSE JORGER
           END-IF

           IF WS-REL-REGISTROS NOT = WS-GER-REGISTROS
                   OR WS-REL-CHECK NOT = WS-GER-CHECK
               DISPLAY 'A GERACAO GRAVADA NAO CONFERE COM O JORNAL ('
                   WS-REL-REGISTROS ' DE ' WS-GER-REGISTROS
                   ' ENTRADAS). JORNAL VIVO MANTIDO.'
               MOVE WS-JORGER-PATH TO WS-ARQ-APAGAR
               CALL 'CBL_DELETE_FILE' USING WS-ARQ-APAGAR
               SET ABORTADO TO TRUE
           END-IF
           .
       P400-FIM.

       P410-RELER-GERACAO.
           READ JORGER INTO REG-JORNAL
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-REL-REGISTROS
                   IF JOR-CHECK NUMERIC
                       ADD JOR-CHECK TO WS-REL-CHECK
                   END-IF
           END-READ
           .
       P410-FIM.

      * O JORNAL VIVO RECOMECA SO COM AS ENTRADAS DO MES NOVO (OU
      * VAZIO). O JORNAL.SEQ SEGUE DE ONDE ESTAVA.
       P500-RECOMECAR-JORNAL.
           SET FS-TMP-OK TO TRUE
           OPEN INPUT JORTMP
           SET FS-JOR-OK TO TRUE
           OPEN OUTPUT JOURNAL
           IF NOT FS-JOR-OK OR NOT FS-TMP-OK
               DISPLAY 'ERRO AO RECOMECAR O JORNAL (FS=' WS-FS-JOR
                   '/' WS-FS-TMP '). AS ENTRADAS DO MES NOVO ESTAO '
                   'EM ' FUNCTION TRIM(WS-JORTMP-PATH)
               MOVE 12 TO WS-RUN-RC
               SET ABORTADO TO TRUE
               GO TO P500-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P510-RECOPIAR THRU P510-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE
           CLOSE JORTMP
           CLOSE JOURNAL

           MOVE WS-JORTMP-PATH TO WS-ARQ-APAGAR
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-APAGAR
           .
       P500-FIM.

       P510-RECOPIAR.
           READ JORTMP
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   MOVE REG-JORTMP TO REG-JORNAL
                   WRITE REG-JORNAL
                   ADD 1 TO WS-RECOPIADOS
           END-READ
           .
       P510-FIM.

       P600-REGISTRAR.
           MOVE SPACES             TO REG-JORCAT
           MOVE WS-COMPETENCIA     TO JCT-COMPETENCIA
           MOVE WS-GER-DT-INICIO   TO JCT-DT-INICIO
           MOVE WS-GER-DT-FIM      TO JCT-DT-FIM
           MOVE WS-GER-SEQ-INICIO  TO JCT-SEQ-INICIO
           MOVE WS-GER-SEQ-FIM     TO JCT-SEQ-FIM
           MOVE WS-GER-REGISTROS   TO JCT-REGISTROS
           MOVE WS-GER-CHECK       TO JCT-TOTAL-CHECK
           MOVE WS-DATA-SISTEMA    TO JCT-DATA-ROLAGEM
           MOVE WS-TOK-OPERADOR    TO JCT-OPERADOR
           MOVE WS-JORGER-PATH     TO JCT-ARQUIVO

           SET FS-JCT-OK TO TRUE
           OPEN EXTEND JORCAT
           IF WS-FS-JCT EQUAL 35
               OPEN OUTPUT JORCAT
           END-IF
           IF FS-JCT-OK
               WRITE REG-JORCAT
               CLOSE JORCAT
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CATALOGO DO JORNAL (FS='
                       WS-FS-JCT '). REGISTRE A GERACAO '
                       FUNCTION TRIM(WS-JORGER-PATH) ' A MAO.'
               MOVE 8 TO WS-RUN-RC
               GO TO P600-FIM
           END-IF

           DISPLAY 'GERACAO ' FUNCTION TRIM(WS-JORGER-PATH)
               ' CERTIFICADA E CATALOGADA.'
           DISPLAY '  ENTRADAS..........: ' WS-GER-REGISTROS
           DISPLAY '  PERIODO...........: ' WS-GER-DT-INICIO ' A '
               WS-GER-DT-FIM
           DISPLAY '  SEQUENCIAS........: ' WS-GER-SEQ-INICIO ' A '
               WS-GER-SEQ-FIM
           DISPLAY 'ENTRADAS NO JORNAL VIVO: ' WS-RECOPIADOS
           .
       P600-FIM.

       P800-ENCERRAR.
           IF ABORTADO AND WS-RUN-RC < 4
               MOVE 12 TO WS-RUN-RC
           END-IF
           MOVE 'FIM   '         TO WS-RUN-EVENTO
           MOVE WS-GER-REGISTROS TO WS-RUN-CONT1
           MOVE WS-RECOPIADOS    TO WS-RUN-CONT2
           MOVE WS-LIDAS         TO WS-RUN-CONT3
           COPY GRAVRUN.
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM P900-FIM
           .
       P800-FIM.

       P950-LOG-TOKEN.
           SET FS-TKL-OK TO TRUE
           OPEN EXTEND TOKENLOG
           IF WS-FS-TKL EQUAL 35
               OPEN OUTPUT TOKENLOG
           END-IF
           IF FS-TKL-OK
               MOVE SPACES TO REG-TOKENLOG
               STRING WS-TOK-DATA      DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-TOK-HORA      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
               CLOSE TOKENLOG
           END-IF
           .
       P950-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ROLJORN.
