      *          IMAGENS ANTES/DEPOIS), ALEM DE LISTAR TODO REGISTRO
      *          TOCADO NO RELATORIO. SEM ISSO O DUPNOME E A
      *          ORDENACAO DO LISTCONTSEQ NAO SAO CONFIAVEIS.
      *          GRAVA PONTO DE CONTROLE (CHKPONTO) A CADA
      *          CHKPONTO_INTERVALO REGISTROS: SE O JOB CAIR, A
      *          REEXECUCAO RETOMA APOS O ULTIMO ID GRAVADO E SOMA OS
      *          TOTAIS DAS DUAS EXECUCOES; UMA EXECUCAO JA CONCLUIDA
      *          NA DATA DE PROCESSAMENTO NAO RODA DE NOVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

               SELECT RELLIMPA ASSIGN TO DYNAMIC
               WS-RELLIMPA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       FD RELLIMPA.
       01 REG-RELLIMPA              PIC X(100).

          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

      * PONTO DE CONTROLE DA VARREDURA (VEJA CKPINI.cpy).
       77 WS-CKP-PROGRAMA           PIC X(12) VALUE 'LIMPACONT'.
       77 WS-CKP-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CKP-DATA-PROC          PIC 9(08) VALUE ZEROES.
       77 WS-CKP-REFAZER            PIC X(01) VALUE SPACES.
       77 WS-CKP-REFERENCIA         PIC X(10) VALUE SPACES.
       77 WS-CKP-MODO               PIC X(01) VALUE 'N'.
          88 CKP-MODO-NOVO          VALUE 'N'.
          88 CKP-MODO-RETOMADA      VALUE 'T'.
          88 CKP-MODO-RECUSADO      VALUE 'R'.
           COPY CHKPONTO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** SANEAMENTO DE NOMES E ENDERECOS ***".
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'RELLIMPA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELLIMPA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELLIMPA-PATH = SPACES

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'CHKPONTO_REFAZER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKP-REFAZER       FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           CALL 'DATAPROC' USING WS-CKP-DATA-PROC
           COPY CKPINI.
           IF CKP-MODO-RECUSADO
               DISPLAY 'SANEAMENTO NAO EXECUTADO.'
               MOVE 4 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
           ELSE
               IF CKP-MODO-RETOMADA
                   PERFORM P250-RETOMAR THRU P250-FIM
               ELSE
                   OPEN OUTPUT RELLIMPA
                   IF NOT FS-REL-OK
                       DISPLAY 'ERRO AO GRAVAR O RELATORIO DE '
                           'SANEAMENTO.'
                   END-IF

                   MOVE 'REGISTROS TOCADOS PELO SANEAMENTO'
                       TO REG-RELLIMPA
                   PERFORM P360-GRAVAR-LINHA THRU P360-FIM
                   MOVE SPACES TO REG-RELLIMPA
                   PERFORM P360-GRAVAR-LINHA THRU P360-FIM
               END-IF

               PERFORM P210-LIMPAR-REGISTRO THRU P210-FIM
                   UNTIL EOF-OK

               PERFORM P260-PONTO-CONTROLE THRU P260-FIM
               MOVE 'F' TO WS-CKP-FUNCAO
               CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO

               CLOSE CONTATOS
               IF FS-REL-OK
                   CLOSE RELLIMPA
                       ADD 1 TO WS-ATIVOS
                       PERFORM P220-SANEAR THRU P220-FIM
                   END-IF
                   PERFORM P260-PONTO-CONTROLE THRU P260-FIM
                   MOVE 'A' TO WS-CKP-FUNCAO
                   CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           END-READ
           .
       P210-FIM.
           .
       P220-FIM.

      * RETOMADA: OS TOTAIS VOLTAM DO PONTO DE CONTROLE, A LEITURA
      * CONTINUA APOS O ULTIMO ID GRAVADO E O RELATORIO DA EXECUCAO
      * INTERROMPIDA RECEBE O RESTANTE.
       P250-RETOMAR.
           MOVE CKP-CONT(1) TO WS-LIDOS
           MOVE CKP-CONT(2) TO WS-ATIVOS
           MOVE CKP-CONT(3) TO WS-LIMPOS

           MOVE CKP-ULTIMO-ID TO ID-CONTATO
           START CONTATOS KEY IS GREATER THAN ID-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           SET FS-REL-OK TO TRUE
           OPEN EXTEND RELLIMPA
           IF WS-FS-REL EQUAL 35
               OPEN OUTPUT RELLIMPA
           END-IF
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE SANEAMENTO.'
           END-IF
           MOVE SPACES TO REG-RELLIMPA
           STRING '*** EXECUCAO RETOMADA APOS O ID ' DELIMITED BY SIZE
                  CKP-ULTIMO-ID                      DELIMITED BY SIZE
                  INTO REG-RELLIMPA
           END-STRING
           PERFORM P360-GRAVAR-LINHA THRU P360-FIM
           .
       P250-FIM.

       P260-PONTO-CONTROLE.
           IF NOT EOF-OK
               MOVE ID-CONTATO TO CKP-ULTIMO-ID
           END-IF
           MOVE WS-LIDOS  TO CKP-CONT(1)
           MOVE WS-ATIVOS TO CKP-CONT(2)
           MOVE WS-LIMPOS TO CKP-CONT(3)
           .
       P260-FIM.

       P360-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELLIMPA
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
