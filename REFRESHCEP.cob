      *          DISCO (CEPTAB.OLD / MUNICTAB.OLD) PARA RECUO, E
      *          DEPOIS DA TROCA MARCA NA FILA DE CASOS DO MUTIRAO
      *          OS CONTATOS CUJO WS-CEP DEIXOU DE RESOLVER.
      *          A MARCACAO GRAVA PONTO DE CONTROLE (CHKPONTO) A CADA
      *          CHKPONTO_INTERVALO CONTATOS: SE O JOB CAIR NELA, A
      *          REEXECUCAO NAO TROCA AS TABELAS DE NOVO (A GERACAO
      *          GUARDADA PARA RECUO FICA INTACTA) E SO RETOMA A
      *          MARCACAO APOS O ULTIMO ID. UMA CARGA JA CONCLUIDA NA
      *          DATA DE PROCESSAMENTO SO RODA DE NOVO COM
      *          CHKPONTO_REFAZER=S.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

       DATA DIVISION.

       FILE SECTION.
       FD CASOFILA.
          COPY CASOFILA.

       FD CONTCOMP.
          COPY CONTCOMP.

       WORKING-STORAGE SECTION.
       77 WS-BASECORR-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BASECORR.TXT'.
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.

       77 WS-FS-BAS                 PIC 99.
          88 FS-BAS-OK              VALUE 0.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

      * PONTO DE CONTROLE DA MARCACAO DE CASOS (VEJA CKPINI.cpy).
       77 WS-CKP-PROGRAMA           PIC X(12) VALUE 'REFRESHCEP'.
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
           DISPLAY "*** CARGA DA BASE OFICIAL DE CEP ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-CONFERE-PONTO THRU P150-FIM
           PERFORM P200-CARREGAR-VELHA THRU P200-FIM
           PERFORM P300-CARREGAR-NOVA THRU P300-FIM
           IF WS-NOV-QTD = 0
                   TO WS-CASOFILA-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'CHKPONTO_REFAZER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKP-REFAZER       FROM ENVIRONMENT-VALUE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

      * A MARCACAO INTERROMPIDA DE UMA CARGA ANTERIOR E RETOMADA SEM
      * REPETIR A TROCA DAS TABELAS: REFAZER A TROCA GUARDARIA A BASE
      * NOVA POR CIMA DA GERACAO DE RECUO. A BASE NOVA E RELIDA DO
      * BASECORR SO PARA A CONFERENCIA DOS CEPS.
       P150-CONFERE-PONTO.
           CALL 'DATAPROC' USING WS-CKP-DATA-PROC
           MOVE WS-CKP-PROGRAMA TO CKP-PROGRAMA
           MOVE 'L' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO

           IF CKP-CONCLUIDO
                   AND CKP-DATA-PROC = WS-CKP-DATA-PROC
                   AND WS-CKP-REFAZER NOT = 'S'
               DISPLAY 'CARGA JA CONCLUIDA PARA A DATA DE '
                       'PROCESSAMENTO ' CKP-DATA-PROC ' (EM '
                       CKP-DATA '-' CKP-HORA ').'
               DISPLAY 'REEXECUCAO RECUSADA. PARA REFAZER, '
                       'EXPORTE CHKPONTO_REFAZER=S.'
               MOVE 4 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           IF CKP-EM-ANDAMENTO
               DISPLAY 'AS TABELAS JA FORAM TROCADAS PELA CARGA '
                       'ANTERIOR. SO A MARCACAO DE CASOS SERA '
                       'RETOMADA.'
               PERFORM P300-CARREGAR-NOVA THRU P300-FIM
               IF WS-NOV-QTD = 0
                   DISPLAY 'BASE OFICIAL VAZIA OU INDISPONIVEL. '
                       'MARCACAO NAO RETOMADA.'
                   MOVE 8 TO RETURN-CODE
                   PERFORM P900-FIM
               END-IF
               PERFORM P700-MARCAR-SEM-RESOLVER THRU P700-FIM
               PERFORM P900-FIM
           END-IF
           .
       P150-FIM.

       P200-CARREGAR-VELHA.
           SET EOF-OK TO FALSE
           SET FS-CEP-OK TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO P700-FIM
           END-IF

           COPY CKPINI.
           IF CKP-MODO-RETOMADA
               MOVE CKP-CONT(1) TO WS-SEM-RESOLVER
               MOVE CKP-ULTIMO-ID TO ID-CONTATO
               START CONTATOS KEY IS GREATER THAN ID-CONTATO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF

           PERFORM P710-CONFERE-CONTATO THRU P710-FIM
               UNTIL EOF-OK
           MOVE WS-SEM-RESOLVER TO CKP-CONT(1)
           MOVE 'F' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           CLOSE CONTATOS
           SET EOF-OK TO FALSE
           DISPLAY 'CONTATOS COM CEP SEM RESOLUCAO: '
                           COPY GRAVCASO.
                       END-IF
                   END-IF
                   MOVE ID-CONTATO      TO CKP-ULTIMO-ID
                   MOVE WS-SEM-RESOLVER TO CKP-CONT(1)
                   MOVE 'A' TO WS-CKP-FUNCAO
                   CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           END-READ
           .
       P710-FIM.
