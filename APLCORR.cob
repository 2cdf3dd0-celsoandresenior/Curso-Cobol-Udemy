      *          RELATORIO ANTES/DEPOIS E REGRAVA OS ENDERECOS
      *          CORRIGIDOS PELO CAMINHO NORMAL DE AUDITORIA: LOG DO
      *          ALTERCONT (PARA O HISTCONT), ENDHIST E JORNAL.
      *          GRAVA PONTO DE CONTROLE (CHKPONTO) A CADA
      *          CHKPONTO_INTERVALO REGISTROS DO RETORNO: SE O JOB
      *          CAIR, A REEXECUCAO COM O MESMO RETORNO PULA OS
      *          REGISTROS JA APLICADOS E SOMA OS TOTAIS DAS DUAS
      *          EXECUCOES; OUTRO RETORNO SO ENTRA DEPOIS DE CONCLUIDO
      *          O INTERROMPIDO.
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

       DATA DIVISION.

       FILE SECTION.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

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

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

      * PONTO DE CONTROLE DA VARREDURA (VEJA CKPINI.cpy). A
      * REFERENCIA E O NUMERO DO RETORNO.
       77 WS-CKP-PROGRAMA           PIC X(12) VALUE 'APLCORR'.
       77 WS-CKP-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CKP-DATA-PROC          PIC 9(08) VALUE ZEROES.
       77 WS-CKP-REFAZER            PIC X(01) VALUE SPACES.
       77 WS-CKP-REFERENCIA         PIC X(10) VALUE SPACES.
       77 WS-CKP-MODO               PIC X(01) VALUE 'N'.
          88 CKP-MODO-NOVO          VALUE 'N'.
          88 CKP-MODO-RETOMADA      VALUE 'T'.
          88 CKP-MODO-RECUSADO      VALUE 'R'.
           COPY CHKPONTO.
       77 WS-CKP-SALTAR             PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** APLICACAO DO RETORNO DO BUREAU ***".
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'CHKPONTO_REFAZER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKP-REFAZER       FROM ENVIRONMENT-VALUE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.
               GO TO P200-FIM
           END-IF

           CALL 'DATAPROC' USING WS-CKP-DATA-PROC
           MOVE WS-NUMERO-RETORNO TO WS-CKP-REFERENCIA
           COPY CKPINI.
           IF CKP-MODO-RECUSADO
               DISPLAY 'RETORNO ' WS-NUMERO-RETORNO ' NAO APLICADO.'
               IF CKP-EM-ANDAMENTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               GO TO P200-FIM
           END-IF

           IF CKP-MODO-RETOMADA
               PERFORM P270-RETOMAR THRU P270-FIM
           ELSE
               OPEN OUTPUT RELCORR
               IF NOT FS-REL-OK
                   DISPLAY 'ERRO AO GRAVAR O RELATORIO ANTES/DEPOIS.'
               END-IF
           END-IF

           PERFORM P300-APLICAR-DETALHE THRU P300-FIM
               CLOSE RELCORR
           END-IF

      * O PONTO FECHA ANTES DA MARCACAO DA REMESSA: UMA REMESSA JA
      * MARCADA NAO PASSA MAIS NA CONFERENCIA DO HEADER E DEIXARIA O
      * PONTO ABERTO, BARRANDO OS RETORNOS SEGUINTES. SE O JOB CAIR
      * ENTRE OS DOIS, CHKPONTO_REFAZER=S REAPLICA O RETORNO (TUDO
      * SAI COMO SEM MUDANCA) E MARCA A REMESSA.
           PERFORM P290-PONTO-CONTROLE THRU P290-FIM
           MOVE 'F' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO

           PERFORM P700-MARCAR-APLICADA THRU P700-FIM

           DISPLAY 'DETALHES LIDOS........: ' WS-LIDOS
           .
       P260-FIM.

      * RETOMADA: OS TOTAIS VOLTAM DO PONTO DE CONTROLE, OS REGISTROS
      * DO RETORNO JA CONSUMIDOS SAO PULADOS E O RELATORIO DA
      * EXECUCAO INTERROMPIDA RECEBE O RESTANTE.
       P270-RETOMAR.
           MOVE CKP-CONT(1) TO WS-LIDOS
           MOVE CKP-CONT(2) TO WS-APLICADOS
           MOVE CKP-CONT(3) TO WS-SEM-MUDANCA
           MOVE CKP-CONT(4) TO WS-NAO-ENCONTRADOS

           MOVE CKP-POSICAO TO WS-CKP-SALTAR
           PERFORM P280-SALTAR-REGISTRO THRU P280-FIM
               UNTIL WS-CKP-SALTAR = 0 OR EOF-OK

           SET FS-REL-OK TO TRUE
           OPEN EXTEND RELCORR
           IF WS-FS-REL EQUAL 35
               OPEN OUTPUT RELCORR
           END-IF
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO ANTES/DEPOIS.'
           END-IF
           .
       P270-FIM.

       P280-SALTAR-REGISTRO.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   SUBTRACT 1 FROM WS-CKP-SALTAR
           END-READ
           .
       P280-FIM.

       P290-PONTO-CONTROLE.
           MOVE WS-LIDOS           TO CKP-CONT(1)
           MOVE WS-APLICADOS       TO CKP-CONT(2)
           MOVE WS-SEM-MUDANCA     TO CKP-CONT(3)
           MOVE WS-NAO-ENCONTRADOS TO CKP-CONT(4)
           .
       P290-FIM.

       P300-APLICAR-DETALHE.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO CKP-POSICAO
                   IF RET-DETALHE
                       ADD 1 TO WS-LIDOS
                       PERFORM P310-APLICAR-UM THRU P310-FIM
                       MOVE RET-ID-CONTATO TO CKP-ULTIMO-ID
                   END-IF
                   PERFORM P290-PONTO-CONTROLE THRU P290-FIM
                   MOVE 'A' TO WS-CKP-FUNCAO
                   CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           END-READ
           .
       P300-FIM.
