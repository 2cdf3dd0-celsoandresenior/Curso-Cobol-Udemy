      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE DIZ SE UM CEP CAI NUMA FAIXA
      *          ATIVA DA TABELA DE AREAS DE RESTRICAO DE ENTREGA DOS
      *          CORREIOS (RESTRTAB, CARREGADA PELO CARGAREST E
      *          MANTIDA NO MANUTTAB), NO MOLDE DO ORIGVALID. COMO E
      *          CHAMADO UMA VEZ POR CONTATO NAS TIRAGENS, A TABELA E
      *          LIDA SO NA PRIMEIRA CHAMADA E FICA EM MEMORIA ATE O
      *          FIM DA EXECUCAO. A AREA DE COMUNICACAO E O
      *          RESTRVAL.cpy: O CEP VEM EM RV-CEP E A SITUACAO VOLTA
      *          EM RV-SITUACAO, COM A UF E A LOCALIDADE DA FAIXA.
      *          TABELA INDISPONIVEL VOLTA 'X' E O CHAMADOR DECIDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRVALID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RESTRTAB ASSIGN TO DYNAMIC
               WS-RESTRTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RST.

       DATA DIVISION.

       FILE SECTION.
       FD RESTRTAB.
          COPY RESTRTAB.

       WORKING-STORAGE SECTION.
       77 WS-RESTRTAB-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\RESTRTAB.TXT'.
       77 WS-FS-RST                 PIC 99.
          88 FS-RST-OK              VALUE 0.

      * FAIXAS ATIVAS, CARREGADAS NA PRIMEIRA CHAMADA (ATE 500, O
      * LIMITE DE LINHAS DO MANUTTAB).
       77 WS-CARGA                  PIC X VALUE 'N'.
          88 CARGA-FEITA            VALUE 'S'.
          88 CARGA-AUSENTE          VALUE 'X'.
       77 WS-FX-QTD                 PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FAIXAS.
           03 WS-FX-ENTRY OCCURS 500 TIMES INDEXED BY WS-FX-IDX.
               05 WS-FX-DE           PIC X(08).
               05 WS-FX-ATE          PIC X(08).
               05 WS-FX-UF           PIC X(02).
               05 WS-FX-LOCALIDADE   PIC X(15).

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY RESTRVAL.

       PROCEDURE DIVISION USING VALIDACAO-RESTRICAO.
       MAIN-PROCEDURE.
           IF NOT CARGA-FEITA AND NOT CARGA-AUSENTE
               PERFORM P100-LOCALIZA-ARQUIVOS
               PERFORM P150-CARREGAR-FAIXAS THRU P150-FIM
           END-IF
           PERFORM P200-CONFERE-CEP THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'RESTRTAB_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RESTRTAB-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RESTRTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\RESTRTAB.TXT' TO WS-RESTRTAB-PATH
           END-IF
           .
       P100-FIM.

       P150-CARREGAR-FAIXAS.
           MOVE 0 TO WS-FX-QTD
           SET EOF-OK TO FALSE
           SET FS-RST-OK TO TRUE
           OPEN INPUT RESTRTAB
           IF NOT FS-RST-OK
               DISPLAY 'TABELA DE AREAS DE RESTRICAO DE ENTREGA '
                       'INDISPONIVEL (FS=' WS-FS-RST '). CARREGUE-A '
                       'PELO CARGAREST.'
               SET CARGA-AUSENTE TO TRUE
               GO TO P150-FIM
           END-IF
           PERFORM P160-CARREGAR-FAIXA THRU P160-FIM
               UNTIL EOF-OK
           CLOSE RESTRTAB
           SET CARGA-FEITA TO TRUE
           .
       P150-FIM.

       P160-CARREGAR-FAIXA.
           READ RESTRTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P160-FIM
           END-READ
           IF RESTRTAB-DESATIVADA
                   OR RESTRTAB-CEP-DE NOT NUMERIC
                   OR RESTRTAB-CEP-ATE NOT NUMERIC
               GO TO P160-FIM
           END-IF
           IF WS-FX-QTD < 500
               ADD 1 TO WS-FX-QTD
               MOVE RESTRTAB-CEP-DE     TO WS-FX-DE(WS-FX-QTD)
               MOVE RESTRTAB-CEP-ATE    TO WS-FX-ATE(WS-FX-QTD)
               MOVE RESTRTAB-UF         TO WS-FX-UF(WS-FX-QTD)
               MOVE RESTRTAB-LOCALIDADE TO WS-FX-LOCALIDADE(WS-FX-QTD)
           END-IF
           .
       P160-FIM.

       P200-CONFERE-CEP.
           MOVE 'L'    TO RV-SITUACAO
           MOVE SPACES TO RV-UF
           MOVE SPACES TO RV-LOCALIDADE
           IF CARGA-AUSENTE
               MOVE 'X' TO RV-SITUACAO
               GO TO P200-FIM
           END-IF
           IF RV-CEP NOT NUMERIC
               GO TO P200-FIM
           END-IF
           SET ACHADO-OK TO FALSE
           SET WS-FX-IDX TO 1
           PERFORM P210-COMPARA-FAIXA THRU P210-FIM
               UNTIL WS-FX-IDX > WS-FX-QTD OR ACHADO-OK
           .
       P200-FIM.

       P210-COMPARA-FAIXA.
           IF RV-CEP NOT < WS-FX-DE(WS-FX-IDX)
                   AND RV-CEP NOT > WS-FX-ATE(WS-FX-IDX)
               SET ACHADO-OK TO TRUE
               MOVE 'R' TO RV-SITUACAO
               MOVE WS-FX-UF(WS-FX-IDX)         TO RV-UF
               MOVE WS-FX-LOCALIDADE(WS-FX-IDX) TO RV-LOCALIDADE
           ELSE
               SET WS-FX-IDX UP BY 1
           END-IF
           .
       P210-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RESTRVALID.
