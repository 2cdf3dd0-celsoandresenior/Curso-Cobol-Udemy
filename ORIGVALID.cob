      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE CONFERE UM CODIGO DE ORIGEM
      *          DO LEAD NA TABELA DE ORIGENS (ORIGTAB, MANTIDA NO
      *          MANUTTAB), NO MOLDE DO CAMPVALID, PARA QUE NENHUMA
      *          INCLUSAO CARIMBE NO MESTRE UMA ORIGEM DIGITADA
      *          ERRADA. A AREA DE COMUNICACAO E O ORIGVAL.cpy: O
      *          CODIGO VEM EM OV-ORIGEM E A SITUACAO VOLTA EM
      *          OV-SITUACAO, COM A DESCRICAO, O TIPO E O FORNECEDOR.
      *          TABELA INDISPONIVEL VOLTA 'X' E O CHAMADOR DECIDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGVALID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ORIGTAB ASSIGN TO DYNAMIC
               WS-ORIGTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OTB.

       DATA DIVISION.

       FILE SECTION.
       FD ORIGTAB.
          COPY ORIGTAB.

       WORKING-STORAGE SECTION.
       77 WS-ORIGTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\ORIGTAB.TXT'.
       77 WS-FS-OTB                 PIC 99.
          88 FS-OTB-OK              VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY ORIGVAL.

       PROCEDURE DIVISION USING VALIDACAO-ORIGEM.
       MAIN-PROCEDURE.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERE-ORIGEM THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ORIGTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ORIGTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ORIGTAB.TXT' TO WS-ORIGTAB-PATH
           END-IF
           .
       P100-FIM.

       P200-CONFERE-ORIGEM.
           MOVE 'N'    TO OV-SITUACAO
           MOVE SPACES TO OV-DESCRICAO
           MOVE SPACES TO OV-TIPO
           MOVE SPACES TO OV-FORNECEDOR
           SET ACHADO-OK TO FALSE
           SET EOF-OK TO FALSE

           SET FS-OTB-OK TO TRUE
           OPEN INPUT ORIGTAB
           IF NOT FS-OTB-OK
               DISPLAY 'TABELA DE ORIGENS DE LEAD INDISPONIVEL (FS='
                       WS-FS-OTB '). CADASTRE AS ORIGENS NO '
                       'MANUTTAB.'
               MOVE 'X' TO OV-SITUACAO
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-ORIGEM THRU P210-FIM
               UNTIL EOF-OK OR ACHADO-OK
           CLOSE ORIGTAB
           .
       P200-FIM.

       P210-LER-ORIGEM.
           READ ORIGTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF ORIGTAB-COD NOT = OV-ORIGEM
               GO TO P210-FIM
           END-IF
           SET ACHADO-OK TO TRUE
           MOVE ORIGTAB-DESC       TO OV-DESCRICAO
           MOVE ORIGTAB-TIPO       TO OV-TIPO
           MOVE ORIGTAB-FORNECEDOR TO OV-FORNECEDOR
           IF ORIGTAB-DESATIVADA
               MOVE 'D' TO OV-SITUACAO
           ELSE
               MOVE 'A' TO OV-SITUACAO
           END-IF
           .
       P210-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ORIGVALID.
