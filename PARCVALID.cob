      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE CONFERE O CODIGO DE ORIGEM
      *          DO HEADER DE UM ARQUIVO RECEBIDO NA TABELA DE
      *          PARCEIROS REMETENTES (PARCTAB, MANTIDA NO MANUTTAB),
      *          NO MOLDE DO ORIGVALID. A AREA DE COMUNICACAO E O
      *          PARCVAL.cpy: A ORIGEM VEM EM PV-ORIGEM E A SITUACAO
      *          VOLTA EM PV-SITUACAO, COM A DESCRICAO E O PROGRAMA
      *          CARREGADOR DAQUELA ORIGEM. USADO PELO DESPACHO PARA
      *          ESCOLHER O CARREGADOR E PELO CARGAPOL PARA RECUSAR
      *          ORIGEM QUE NAO SEJA DE RETORNO DE APOLICES. TABELA
      *          INDISPONIVEL VOLTA 'X' E O CHAMADOR DECIDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCVALID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARCTAB ASSIGN TO DYNAMIC
               WS-PARCTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PTB.

       DATA DIVISION.

       FILE SECTION.
       FD PARCTAB.
          COPY PARCTAB.

       WORKING-STORAGE SECTION.
       77 WS-PARCTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PARCTAB.TXT'.
       77 WS-FS-PTB                 PIC 99.
          88 FS-PTB-OK              VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY PARCVAL.

       PROCEDURE DIVISION USING VALIDACAO-PARCEIRO.
       MAIN-PROCEDURE.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERE-PARCEIRO THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'PARCTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PARCTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PARCTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PARCTAB.TXT' TO WS-PARCTAB-PATH
           END-IF
           .
       P100-FIM.

       P200-CONFERE-PARCEIRO.
           MOVE 'N'    TO PV-SITUACAO
           MOVE SPACES TO PV-DESCRICAO
           MOVE SPACES TO PV-PROGRAMA
           SET ACHADO-OK TO FALSE
           SET EOF-OK TO FALSE

           IF PV-ORIGEM = SPACES
               GO TO P200-FIM
           END-IF

           SET FS-PTB-OK TO TRUE
           OPEN INPUT PARCTAB
           IF NOT FS-PTB-OK
               DISPLAY 'TABELA DE PARCEIROS REMETENTES INDISPONIVEL '
                       '(FS=' WS-FS-PTB '). CADASTRE AS ORIGENS NO '
                       'MANUTTAB.'
               MOVE 'X' TO PV-SITUACAO
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-PARCEIRO THRU P210-FIM
               UNTIL EOF-OK OR ACHADO-OK
           CLOSE PARCTAB
           .
       P200-FIM.

       P210-LER-PARCEIRO.
           READ PARCTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF PARCTAB-ORIGEM NOT = PV-ORIGEM
               GO TO P210-FIM
           END-IF
           SET ACHADO-OK TO TRUE
           MOVE PARCTAB-DESC     TO PV-DESCRICAO
           MOVE PARCTAB-PROGRAMA TO PV-PROGRAMA
           IF PARCTAB-DESATIVADA
               MOVE 'D' TO PV-SITUACAO
           ELSE
               MOVE 'A' TO PV-SITUACAO
           END-IF
           .
       P210-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PARCVALID.
