      ******************************************************************
      * Author: CELSO ANDRE
      * Purpose: ABRE UM ALERTA DE FALHA NA FILA DE ALERTAS DA JANELA
      *          BATCH (VEJA ALRFILA.cpy). CHAMADO PELO GRAVRUN NO
      *          REGISTRO DE FIM COM RC 8 OU MAIOR E PELO BATCHEOD
      *          QUANDO UM PASSO DA CADEIA FALHA. A CADEIA E O PASSO
      *          EM EXECUCAO VEM DO AMBIENTE (CADEIA_ATIVA,
      *          CADEIA_PASSO E CADEIA_CRITICO, PUBLICADOS PELO
      *          BATCHEOD EM VOLTA DE CADA PASSO); FORA DA CADEIA
      *          FICAM EM BRANCO E O ALERTA NAO E CRITICO. UMA FALHA
      *          JA ALERTADA (MESMO PROGRAMA, CADEIA, PASSO E DATA DE
      *          PROCESSAMENTO, AINDA ABERTA) NAO E REPETIDA, PARA O
      *          PASSO QUE GRAVA O PROPRIO FIM E O DRIVER QUE O VIU
      *          FALHAR NAO ABRIREM DOIS ALERTAS.
      *          USO: CALL 'ALERTAR' USING WS-PROGRAMA (PIC X(12))
      *                                    WS-RC       (PIC 9(02)).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALRFILA ASSIGN TO DYNAMIC
               WS-ALRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALR.

       DATA DIVISION.

       FILE SECTION.
       FD ALRFILA.
          COPY ALRFILA.

       WORKING-STORAGE SECTION.
       77 WS-ALRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'.
       77 WS-FS-ALR                 PIC 99.
          88 FS-ALR-OK              VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-REPETIDO               PIC X VALUE 'N'.
          88 ALERTA-REPETIDO        VALUE 'S' FALSE 'N'.

       77 WS-ALR-SEQ                PIC 9(06) VALUE ZEROES.
       77 WS-DATA-PROC              PIC 9(08) VALUE ZEROES.
       77 WS-CADEIA                 PIC X(08) VALUE SPACES.
       77 WS-PASSO-TXT              PIC X(02) VALUE SPACES.
       77 WS-PASSO                  PIC 9(02) VALUE ZEROES.
       77 WS-CRITICO                PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PROGRAMA               PIC X(12).
       01 LK-RC                     PIC 9(02).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-RC.
       MAIN-PROCEDURE.
           PERFORM P100-LOCALIZA-ARQUIVOS THRU P100-FIM
           PERFORM P200-PROCURAR-FILA THRU P200-FIM
           IF NOT ALERTA-REPETIDO
               PERFORM P300-GRAVAR-ALERTA THRU P300-FIM
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ALRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ALRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'
                   TO WS-ALRFILA-PATH
           END-IF

      * O SUBPROGRAMA FICA CARREGADO ENTRE CHAMADAS: O CONTEXTO DA
      * CADEIA E RELIDO A CADA ALERTA.
           MOVE SPACES TO WS-CADEIA
           MOVE SPACES TO WS-PASSO-TXT
           MOVE SPACES TO WS-CRITICO
           DISPLAY 'CADEIA_ATIVA'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CADEIA            FROM ENVIRONMENT-VALUE
           DISPLAY 'CADEIA_PASSO'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PASSO-TXT         FROM ENVIRONMENT-VALUE
           DISPLAY 'CADEIA_CRITICO'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-CRITICO           FROM ENVIRONMENT-VALUE
           IF WS-PASSO-TXT NUMERIC
               MOVE WS-PASSO-TXT TO WS-PASSO
           ELSE
               MOVE 0 TO WS-PASSO
           END-IF
           IF WS-CRITICO NOT = 'S'
               MOVE 'N' TO WS-CRITICO
           END-IF

           CALL 'DATAPROC' USING WS-DATA-PROC
           .
       P100-FIM.

      * UMA PASSADA NA FILA: MAIOR SEQUENCIA E ALERTA REPETIDO.
       P200-PROCURAR-FILA.
           MOVE 0 TO WS-ALR-SEQ
           SET ALERTA-REPETIDO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ALR-OK TO TRUE
           OPEN INPUT ALRFILA
           IF NOT FS-ALR-OK
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-ALERTA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE ALRFILA
           .
       P200-FIM.

       P210-LER-ALERTA.
           READ ALRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF ALR-SEQUENCIA NUMERIC
                   AND ALR-SEQUENCIA > WS-ALR-SEQ
               MOVE ALR-SEQUENCIA TO WS-ALR-SEQ
           END-IF
           IF ALR-ABERTO
                   AND ALR-PROGRAMA = LK-PROGRAMA
                   AND ALR-CADEIA = WS-CADEIA
                   AND ALR-PASSO = WS-PASSO
                   AND ALR-DATA-PROC = WS-DATA-PROC
               SET ALERTA-REPETIDO TO TRUE
           END-IF
           .
       P210-FIM.

       P300-GRAVAR-ALERTA.
           ADD 1 TO WS-ALR-SEQ
           MOVE SPACES          TO REG-ALRFILA
           MOVE WS-ALR-SEQ      TO ALR-SEQUENCIA
           MOVE LK-PROGRAMA     TO ALR-PROGRAMA
           MOVE WS-CADEIA       TO ALR-CADEIA
           MOVE WS-PASSO        TO ALR-PASSO
           MOVE LK-RC           TO ALR-RC
           MOVE WS-DATA-PROC    TO ALR-DATA-PROC
           ACCEPT ALR-DATA FROM DATE YYYYMMDD
           ACCEPT ALR-HORA FROM TIME
           MOVE WS-CRITICO      TO ALR-CRITICO
           MOVE 'A'             TO ALR-SITUACAO
           MOVE 'N'             TO ALR-ESCALADO
           MOVE 0               TO ALR-DT-ESCALADO
           MOVE 0               TO ALR-HORA-ESCALADO
           MOVE 0               TO ALR-DT-RECONHECIDO
           MOVE 0               TO ALR-HORA-RECONHECIDO

           SET FS-ALR-OK TO TRUE
           OPEN EXTEND ALRFILA
           IF WS-FS-ALR EQUAL 35
               OPEN OUTPUT ALRFILA
           END-IF

           IF FS-ALR-OK
               WRITE REG-ALRFILA
               CLOSE ALRFILA
               DISPLAY 'ALERTA ' ALR-SEQUENCIA ' ABERTO: '
                       ALR-PROGRAMA ' RC ' ALR-RC
           ELSE
               DISPLAY 'ERRO AO GRAVAR A FILA DE ALERTAS (FS='
                       WS-FS-ALR ').'
           END-IF
           .
       P300-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ALERTAR.
