      *          COM CONTEUDO NEUTRO, MANTENDO ID-CONTATO E AS DATAS
      *          PARA AS ESTATISTICAS. CADA LIMPEZA E REGISTRADA NO
      *          JORNAL COM O CODIGO DE OPERACAO PROPRIO 'ANONIMIZA'
      *          E O TOTAL SAI NO RELATORIO DE CONTROLE. O CORTE VEM
      *          DA TABELA DE RETENCAO (RETTAB, LINHA CONTANON).
      *          GRAVA PONTO DE CONTROLE (CHKPONTO) A CADA
      *          CHKPONTO_INTERVALO REGISTROS: SE O JOB CAIR, A
      *          REEXECUCAO RETOMA APOS O ULTIMO ID GRAVADO E OS
      *          TOTAIS DO RELATORIO SOMAM AS DUAS EXECUCOES; UMA
      *          EXECUCAO JA CONCLUIDA NA DATA DE PROCESSAMENTO NAO
      *          RODA DE NOVO.
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

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       FD TELEFONES.
          COPY FD_TELEFONES.

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

       77 WS-IDADE-TXT              PIC X(05) VALUE SPACES.
       77 WS-IDADE-DIAS             PIC 9(05) VALUE 1825.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-HOJE              PIC 9(08) VALUE ZEROES.

          COPY RETPARM.
       77 WS-DIAS-REGISTRO          PIC 9(08) VALUE ZEROES.
       77 WS-IDADE-REGISTRO         PIC S9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

      * PONTO DE CONTROLE DA VARREDURA (VEJA CKPINI.cpy).
       77 WS-CKP-PROGRAMA           PIC X(12) VALUE 'ANONCONT'.
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
           DISPLAY "*** ANONIMIZACAO DE EXCLUIDOS ANTIGOS ***".
               DISPLAY 'ANONIMIZACAO NAO EXECUTADA.'
           ELSE
               PERFORM P200-PROCESSAR THRU P200-FIM
               IF NOT CKP-MODO-RECUSADO
                   PERFORM P800-TOTAIS THRU P800-FIM
               END-IF
               COPY TOKENREL.
           END-IF
           PERFORM P900-FIM.
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'TELEFONES_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELEFONES-PATH    FROM ENVIRONMENT-VALUE
           IF WS-TELEFONES-PATH = SPACES

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'CHKPONTO_REFAZER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKP-REFAZER       FROM ENVIRONMENT-VALUE

           DISPLAY 'ANON_IDADE_DIAS'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-IDADE-TXT         FROM ENVIRONMENT-VALUE
           ELSE
               MOVE WS-IDADE-TXT TO WS-IDADE-DIAS
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

      * A TABELA DE RETENCAO PREVALECE SOBRE O ANON_IDADE_DIAS.
           MOVE 'CONTANON'    TO RP-ARQUIVO
           MOVE WS-DATA-SISTEMA TO RP-DATA-REF
           CALL 'RETPOL' USING POLITICA-RETENCAO
           IF RP-REGISTRADA AND NOT RP-GERACOES
               MOVE RP-DIAS TO WS-IDADE-DIAS
               DISPLAY 'PRAZO DA TABELA DE RETENCAO (CONTANON).'
           ELSE
               DISPLAY 'SEM LINHA CONTANON NA TABELA DE RETENCAO.'
           END-IF
           DISPLAY 'EXCLUIDOS HA MAIS DE ' WS-IDADE-DIAS
                   ' DIAS SERAO ANONIMIZADOS.'
           .
       P100-FIM.

           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           CALL 'DATAPROC' USING WS-CKP-DATA-PROC
           COPY CKPINI.
           IF CKP-MODO-RECUSADO
               DISPLAY 'ANONIMIZACAO NAO EXECUTADA.'
               MOVE 4 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           SET TEL-DISPONIVEL TO FALSE
           SET FS-TEL-OK TO TRUE
           OPEN I-O TELEFONES
           IF NOT FS-OK
               COPY FSDIAG.
           ELSE
               IF CKP-MODO-RETOMADA
                   PERFORM P260-RETOMAR THRU P260-FIM
               END-IF
               PERFORM P210-EXAMINAR-REGISTRO THRU P210-FIM
                   UNTIL EOF-OK
               PERFORM P270-PONTO-CONTROLE THRU P270-FIM
               MOVE 'F' TO WS-CKP-FUNCAO
               CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
               CLOSE CONTATOS
           END-IF

                       ADD 1 TO WS-EXCLUIDOS
                       PERFORM P220-AVALIAR-EXCLUIDO THRU P220-FIM
                   END-IF
                   PERFORM P270-PONTO-CONTROLE THRU P270-FIM
                   MOVE 'A' TO WS-CKP-FUNCAO
                   CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           END-READ
           .
       P210-FIM.
           .
       P250-FIM.

      * RETOMADA: OS TOTAIS VOLTAM DO PONTO DE CONTROLE E A LEITURA
      * CONTINUA APOS O ULTIMO ID GRAVADO.
       P260-RETOMAR.
           MOVE CKP-CONT(1) TO WS-LIDOS
           MOVE CKP-CONT(2) TO WS-EXCLUIDOS
           MOVE CKP-CONT(3) TO WS-ANONIMIZADOS
           MOVE CKP-CONT(4) TO WS-JA-ANONIMOS
           MOVE CKP-CONT(5) TO WS-TEL-APAGADOS

           MOVE CKP-ULTIMO-ID TO ID-CONTATO
           START CONTATOS KEY IS GREATER THAN ID-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .
       P260-FIM.

       P270-PONTO-CONTROLE.
           IF NOT EOF-OK
               MOVE ID-CONTATO TO CKP-ULTIMO-ID
           END-IF
           MOVE WS-LIDOS        TO CKP-CONT(1)
           MOVE WS-EXCLUIDOS    TO CKP-CONT(2)
           MOVE WS-ANONIMIZADOS TO CKP-CONT(3)
           MOVE WS-JA-ANONIMOS  TO CKP-CONT(4)
           MOVE WS-TEL-APAGADOS TO CKP-CONT(5)
           .
       P270-FIM.

       P800-TOTAIS.
           OPEN OUTPUT RELANON
           IF FS-REL-OK
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
