      *          CEP FORA DE TODAS AS FAIXAS (OU ENDERECO NO
      *          EXTERIOR) FICA COM FILIAL ZERO E SAI NO RELATORIO
      *          DE EXCECOES.
      *          GRAVA PONTO DE CONTROLE (CHKPONTO) A CADA
      *          CHKPONTO_INTERVALO REGISTROS: SE O JOB CAIR, A
      *          REEXECUCAO RETOMA APOS O ULTIMO ID GRAVADO E SOMA OS
      *          TOTAIS DAS DUAS EXECUCOES; UMA SEGUNDA ATRIBUICAO NA
      *          MESMA DATA DE PROCESSAMENTO SO RODA COM
      *          CHKPONTO_REFAZER=S.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

      * PONTO DE CONTROLE DA VARREDURA (VEJA CKPINI.cpy).
       77 WS-CKP-PROGRAMA           PIC X(12) VALUE 'ATRIBFIL'.
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
           DISPLAY "*** ATRIBUICAO DE FILIAL POR FAIXA DE CEP ***".
               MOVE 'C:\Users\gotic\opencobolfiles\RELFILEXC.TXT'
                   TO WS-RELEXC-PATH
           END-IF

           DISPLAY 'CHKPONTO_REFAZER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKP-REFAZER       FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

       P200-ATRIBUIR.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE

           CALL 'DATAPROC' USING WS-CKP-DATA-PROC
           COPY CKPINI.
           IF CKP-MODO-RECUSADO
               DISPLAY 'ATRIBUICAO NAO EXECUTADA.'
               MOVE 4 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P200-FIM
           END-IF

           IF CKP-MODO-RETOMADA
               PERFORM P250-RETOMAR THRU P250-FIM
           ELSE
               OPEN OUTPUT RELEXC
               IF NOT FS-REL-OK
                   DISPLAY 'ERRO AO GRAVAR O RELATORIO DE EXCECOES.'
               END-IF
           END-IF

           PERFORM P210-CARIMBAR-REGISTRO THRU P210-FIM
               UNTIL EOF-OK

           PERFORM P260-PONTO-CONTROLE THRU P260-FIM
           MOVE 'F' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO

           CLOSE CONTATOS
           IF FS-REL-OK
               CLOSE RELEXC
                           ADD 1 TO WS-CARIMBADOS
                       END-IF
                   END-IF
                   PERFORM P260-PONTO-CONTROLE THRU P260-FIM
                   MOVE 'A' TO WS-CKP-FUNCAO
                   CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           END-READ
           .
       P210-FIM.

      * RETOMADA: OS TOTAIS VOLTAM DO PONTO DE CONTROLE, A LEITURA
      * CONTINUA APOS O ULTIMO ID GRAVADO E AS EXCECOES NOVAS SE
      * JUNTAM AS DA EXECUCAO INTERROMPIDA.
       P250-RETOMAR.
           MOVE CKP-CONT(1) TO WS-LIDOS
           MOVE CKP-CONT(2) TO WS-CARIMBADOS
           MOVE CKP-CONT(3) TO WS-SEM-FAIXA

           MOVE CKP-ULTIMO-ID TO ID-CONTATO
           START CONTATOS KEY IS GREATER THAN ID-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           SET FS-REL-OK TO TRUE
           OPEN EXTEND RELEXC
           IF WS-FS-REL EQUAL 35
               OPEN OUTPUT RELEXC
           END-IF
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE EXCECOES.'
           END-IF
           .
       P250-FIM.

       P260-PONTO-CONTROLE.
           IF NOT EOF-OK
               MOVE ID-CONTATO TO CKP-ULTIMO-ID
           END-IF
           MOVE WS-LIDOS      TO CKP-CONT(1)
           MOVE WS-CARIMBADOS TO CKP-CONT(2)
           MOVE WS-SEM-FAIXA  TO CKP-CONT(3)
           .
       P260-FIM.

       P300-RESOLVER-FILIAL.
           MOVE 0 TO WS-FILIAL-NOVA
      * ENDERECO NO EXTERIOR FICA FORA DAS FAIXAS DE PROPOSITO.
