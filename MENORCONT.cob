      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: REVISAO MENSAL DA PROTECAO DO MENOR (LGPD): PERCORRE
      *          O MESTRE E RECLASSIFICA CADA CONTATO ATIVO PELA DATA
      *          DE NASCIMENTO (MENORCHK.cpy) NA DATA DE
      *          PROCESSAMENTO. O MENOR QUE COMPLETOU 18 ANOS DEIXA
      *          A MARCA IND-MENOR E E LISTADO NO RELATORIO RELMENOR
      *          COM O RESPONSAVEL E A DATA DO CONSENTIMENTO DELE
      *          (CONSRESP), PARA COLHER O CONSENTIMENTO PROPRIO DO
      *          TITULAR E REVER O VINCULO RESPONSAVEL/DEPENDENTE NO
      *          RELAMANUT. MENOR AINDA SEM MARCA (BASE ANTERIOR A
      *          PROTECAO, OU NASCIMENTO ACERTADO POR OUTRO CAMINHO)
      *          PASSA A FICAR RETIDO E TAMBEM E LISTADO. SO A
      *          MUDANCA E REGRAVADA, COM ENTRADA NO JORNAL SOB O
      *          CODIGO 'MENOR'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENORCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RUNTOKEN ASSIGN TO DYNAMIC
               WS-RUNTOKEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOK.

               SELECT TOKENLOG ASSIGN TO DYNAMIC
               WS-TOKENLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TKL.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONSRESP ASSIGN TO DYNAMIC
               WS-CONSRESP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RSP-ID-MENOR
               FILE STATUS IS WS-FS-RSP.

               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.
               SELECT JORSEQ ASSIGN TO DYNAMIC
               WS-JORSEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

               SELECT RELMENOR ASSIGN TO DYNAMIC
               WS-RELMENOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CONSRESP.
          COPY CONSRESP.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       FD RELMENOR.
       01 REG-RELMENOR              PIC X(132).

       FD RUNTOKEN.
       01 REG-RUNTOKEN.
           03 TOK-PROGRAMA           PIC X(12).
           03 TOK-DATA               PIC 9(08).
           03 TOK-HORA               PIC 9(08).

       FD TOKENLOG.
       01 REG-TOKENLOG              PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONSRESP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONSRESP.DAT'.
       77 WS-RELMENOR-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELMENOR.TXT'.

       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-JOR-OPERACAO           PIC X(10).
       77 WS-JOR-ANTES              PIC X(400) VALUE SPACES.
       77 WS-JOR-DEPOIS             PIC X(400) VALUE SPACES.
       77 WS-JOR-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-JORSEQ-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-JOR-CHECK              PIC 9(09) VALUE ZEROES.
       77 WS-JOR-IDX                PIC 9(03) VALUE ZEROES.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-RSP                 PIC 99.
          88 FS-RSP-OK              VALUE 0.

      * TOKEN EXCLUSIVO DE EXECUCAO BATCH (VEJA TOKENGET.cpy):
      * IMPEDE O JOB DE RODAR COM A MANUTENCAO ONLINE ABERTA E
      * VICE-VERSA.
       77 WS-RUNTOKEN-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNTOKEN.TXT'.
       77 WS-TOKENLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'.
       77 WS-FS-TOK                 PIC 99.
          88 FS-TOK-OK              VALUE 0.
       77 WS-FS-TKL                 PIC 99.
          88 FS-TKL-OK              VALUE 0.
       77 WS-TOK-PROGRAMA           PIC X(12) VALUE 'MENORCONT'.
       77 WS-TOK-DONO               PIC X(12) VALUE SPACES.
       77 WS-TOK-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-TOK-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-TOKEN-OVERRIDE         PIC X(01) VALUE SPACES.
       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-MENOR-ANTES            PIC X(01) VALUE SPACES.
          88 ERA-MENOR              VALUES 'P' 'A'.
       77 WS-SITUACAO               PIC X(20) VALUE SPACES.
       77 WS-RSP-ABERTO             PIC X VALUE 'N'.
          88 RSP-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-ID-RESPONSAVEL         PIC 9(05) VALUE ZEROES.
       77 WS-DT-CONSENT-RESP        PIC 9(08) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-EXCLUIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-MAIORIDADE             PIC 9(05) VALUE ZEROES.
       77 WS-NOVOS-RETIDOS          PIC 9(05) VALUE ZEROES.
       77 WS-MENORES-RETIDOS        PIC 9(05) VALUE ZEROES.
       77 WS-MENORES-AUTORIZADOS    PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** REVISAO MENSAL DE CONTATOS MENORES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           COPY TOKENGET.
           IF NOT TOKEN-OBTIDO
               DISPLAY 'REVISAO NAO EXECUTADA.'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM P200-PROCESSAR THRU P200-FIM
               PERFORM P800-TOTAIS THRU P800-FIM
               COPY TOKENREL.
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CONSRESP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONSRESP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONSRESP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONSRESP.DAT'
                   TO WS-CONSRESP-PATH
           END-IF

           DISPLAY 'RELMENOR_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELMENOR-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELMENOR-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELMENOR.TXT'
                   TO WS-RELMENOR-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

      * CODIGO DO OPERADOR ASSINADO NO MENUCONT, CARIMBADO EM CADA
      * ENTRADA DO JORNAL (VEJA JORNAL.cpy).
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'JORSEQ_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORSEQ-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORSEQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
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

      * A IDADE E MEDIDA NA DATA DE PROCESSAMENTO DA CASA.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

      * SEM O ARQUIVO DE CONSENTIMENTOS O RELATORIO SAI SEM O
      * RESPONSAVEL; A RECLASSIFICACAO NAO DEPENDE DELE.
           SET FS-RSP-OK TO TRUE
           OPEN INPUT CONSRESP
           IF FS-RSP-OK
               SET RSP-ABERTO TO TRUE
           ELSE
               SET RSP-ABERTO TO FALSE
           END-IF

           OPEN OUTPUT RELMENOR
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE MENORES.'
           ELSE
               MOVE SPACES TO REG-RELMENOR
               STRING 'CONTATOS MENORES - REVISAO DE '
                                             DELIMITED BY SIZE
                      WS-DATA-SISTEMA        DELIMITED BY SIZE
                      INTO REG-RELMENOR
               END-STRING
               WRITE REG-RELMENOR
               MOVE SPACES TO REG-RELMENOR
               STRING 'ID    SITUACAO             NASCIMENTO '
                                             DELIMITED BY SIZE
                      'NOME DO CONTATO                          '
                                             DELIMITED BY SIZE
                      'RESP. CONSENT.'       DELIMITED BY SIZE
                      INTO REG-RELMENOR
               END-STRING
               WRITE REG-RELMENOR
           END-IF

           PERFORM P210-EXAMINAR-REGISTRO THRU P210-FIM
               UNTIL EOF-OK
           CLOSE CONTATOS
           IF RSP-ABERTO
               CLOSE CONSRESP
           END-IF
           .
       P200-FIM.

       P210-EXAMINAR-REGISTRO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO
               ADD 1 TO WS-EXCLUIDOS
               GO TO P210-FIM
           END-IF

           MOVE IND-MENOR    TO WS-MENOR-ANTES
           MOVE REG-CONTATOS TO WS-JOR-ANTES
           COPY MENORCHK.
           IF MENOR-SEM-CONSENTIMENTO
               ADD 1 TO WS-MENORES-RETIDOS
           END-IF
           IF MENOR-AUTORIZADO
               ADD 1 TO WS-MENORES-AUTORIZADOS
           END-IF
           IF IND-MENOR = WS-MENOR-ANTES
               GO TO P210-FIM
           END-IF

           EVALUATE TRUE
               WHEN ERA-MENOR AND NOT CONTATO-MENOR
                   MOVE 'COMPLETOU 18 ANOS' TO WS-SITUACAO
                   ADD 1 TO WS-MAIORIDADE
               WHEN OTHER
                   MOVE 'MENOR SEM CONSENT.' TO WS-SITUACAO
                   ADD 1 TO WS-NOVOS-RETIDOS
           END-EVALUATE

           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
                   ' (FS=' WS-FS ').'
               MOVE 8 TO RETURN-CODE
               GO TO P210-FIM
           END-IF
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'MENOR'         TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           PERFORM P250-LISTAR-CONTATO THRU P250-FIM
           .
       P210-FIM.

       P250-LISTAR-CONTATO.
           IF NOT FS-REL-OK
               GO TO P250-FIM
           END-IF
           MOVE 0 TO WS-ID-RESPONSAVEL
           MOVE 0 TO WS-DT-CONSENT-RESP
           IF RSP-ABERTO
               MOVE ID-CONTATO TO RSP-ID-MENOR
               READ CONSRESP KEY IS RSP-ID-MENOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSP-ID-RESPONSAVEL   TO WS-ID-RESPONSAVEL
                       MOVE RSP-DT-CONSENTIMENTO TO WS-DT-CONSENT-RESP
               END-READ
           END-IF

           MOVE SPACES TO REG-RELMENOR
           STRING ID-CONTATO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SITUACAO        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DT-NASCIMENTO      DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  NM-CONTATO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ID-RESPONSAVEL  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-DT-CONSENT-RESP DELIMITED BY SIZE
                  INTO REG-RELMENOR
           END-STRING
           WRITE REG-RELMENOR
           .
       P250-FIM.

       P800-TOTAIS.
           IF FS-REL-OK
               MOVE SPACES TO REG-RELMENOR
               WRITE REG-RELMENOR
               MOVE SPACES TO REG-RELMENOR
               STRING 'LIDOS: '               DELIMITED BY SIZE
                      WS-LIDOS                DELIMITED BY SIZE
                      '  COMPLETARAM 18: '    DELIMITED BY SIZE
                      WS-MAIORIDADE           DELIMITED BY SIZE
                      '  NOVOS RETIDOS: '     DELIMITED BY SIZE
                      WS-NOVOS-RETIDOS        DELIMITED BY SIZE
                      '  MENORES RETIDOS: '   DELIMITED BY SIZE
                      WS-MENORES-RETIDOS      DELIMITED BY SIZE
                      '  AUTORIZADOS: '       DELIMITED BY SIZE
                      WS-MENORES-AUTORIZADOS  DELIMITED BY SIZE
                      INTO REG-RELMENOR
               END-STRING
               WRITE REG-RELMENOR
               CLOSE RELMENOR
           END-IF

           DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
           DISPLAY 'CONTATOS EXCLUIDOS...: ' WS-EXCLUIDOS
           DISPLAY 'COMPLETARAM 18 ANOS..: ' WS-MAIORIDADE
           DISPLAY 'MENORES NOVOS RETIDOS: ' WS-NOVOS-RETIDOS
           DISPLAY 'MENORES RETIDOS......: ' WS-MENORES-RETIDOS
           DISPLAY 'MENORES AUTORIZADOS..: ' WS-MENORES-AUTORIZADOS
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

       END PROGRAM MENORCONT.
