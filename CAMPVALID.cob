      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE CONFERE UM CODIGO DE
      *          CAMPANHA NA TABELA MESTRE DE CAMPANHAS (CAMPTAB,
      *          MANTIDA NO MANUTTAB), PARA QUE NENHUMA TIRAGEM
      *          GRAVE NO CAMPHIST UM CODIGO DIGITADO ERRADO. A
      *          AREA DE COMUNICACAO E O CAMPVAL.cpy: O CODIGO VEM
      *          EM CV-CAMPANHA E A SITUACAO VOLTA EM CV-SITUACAO,
      *          COM A DESCRICAO, O DONO, O CANAL E O PERIODO
      *          PLANEJADO. AO CONTRARIO DO VALIDCONT, TABELA
      *          INDISPONIVEL NAO APROVA: VOLTA 'X' E O CHAMADOR
      *          RECUSA A CAMPANHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPVALID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAMPTAB ASSIGN TO DYNAMIC
               WS-CAMPTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTB.

       DATA DIVISION.

       FILE SECTION.
       FD CAMPTAB.
          COPY CAMPTAB.

       WORKING-STORAGE SECTION.
       77 WS-CAMPTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\CAMPTAB.TXT'.
       77 WS-FS-CTB                 PIC 99.
          88 FS-CTB-OK              VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY CAMPVAL.

       PROCEDURE DIVISION USING VALIDACAO-CAMPANHA.
       MAIN-PROCEDURE.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERE-CAMPANHA THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CAMPTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CAMPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\CAMPTAB.TXT' TO WS-CAMPTAB-PATH
           END-IF
           .
       P100-FIM.

       P200-CONFERE-CAMPANHA.
           MOVE 'N'    TO CV-SITUACAO
           MOVE SPACES TO CV-DESCRICAO
           MOVE SPACES TO CV-DONO
           MOVE SPACES TO CV-CANAL
           MOVE 0      TO CV-DT-INICIO
           MOVE 0      TO CV-DT-FIM
           SET ACHADO-OK TO FALSE
           SET EOF-OK TO FALSE

           SET FS-CTB-OK TO TRUE
           OPEN INPUT CAMPTAB
           IF NOT FS-CTB-OK
               DISPLAY 'TABELA DE CAMPANHAS INDISPONIVEL (FS='
                       WS-FS-CTB '). CADASTRE AS CAMPANHAS NO '
                       'MANUTTAB.'
               MOVE 'X' TO CV-SITUACAO
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-CAMPANHA THRU P210-FIM
               UNTIL EOF-OK OR ACHADO-OK
           CLOSE CAMPTAB
           .
       P200-FIM.

       P210-LER-CAMPANHA.
           READ CAMPTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF CAMPTAB-COD NOT = CV-CAMPANHA OR CAMPTAB-DESATIVADA
               GO TO P210-FIM
           END-IF
           SET ACHADO-OK TO TRUE
           MOVE CAMPTAB-DESC      TO CV-DESCRICAO
           MOVE CAMPTAB-DONO      TO CV-DONO
           MOVE CAMPTAB-CANAL     TO CV-CANAL
           IF CAMPTAB-DT-INICIO NUMERIC
               MOVE CAMPTAB-DT-INICIO TO CV-DT-INICIO
           END-IF
           IF CAMPTAB-DT-FIM NUMERIC
               MOVE CAMPTAB-DT-FIM    TO CV-DT-FIM
           END-IF
      * SITUACAO FORA DO DOMINIO CONTA COMO PLANEJADA: NAO LIBERA
      * TIRAGEM ATE O DONO ACERTAR A LINHA.
           EVALUATE TRUE
               WHEN CAMPTAB-ATIVA
                   MOVE 'A' TO CV-SITUACAO
               WHEN CAMPTAB-ENCERRADA
                   MOVE 'C' TO CV-SITUACAO
               WHEN OTHER
                   MOVE 'P' TO CV-SITUACAO
           END-EVALUATE
           .
       P210-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CAMPVALID.
