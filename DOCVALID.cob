      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE DIZ SE O OPERADOR CONECTADO
      *          PODE LANCAR NOTA OU CHAMADA PARA UMA TURMA E MATERIA,
      *          NO MOLDE DO RESTRVALID. O OPERADOR VINCULADO A UM
      *          DOCENTE ATIVO DA DOCTAB SO LANCA NAS TURMAS E
      *          MATERIAS ATRIBUIDAS A ELE NA DOCTUR (AMBAS MANTIDAS
      *          NO MANUTTAB); MATERIA ZERO (CHAMADA, QUE E POR
      *          TURMA) VALE QUALQUER MATERIA DA TURMA. OPERADOR QUE
      *          NAO E DOCENTE NAO SOFRE RESTRICAO. AS TABELAS SAO
      *          LIDAS SO NA PRIMEIRA CHAMADA E FICAM EM MEMORIA ATE
      *          O FIM DA EXECUCAO. A AREA DE COMUNICACAO E O
      *          DOCVAL.cpy. DOCTAB INDISPONIVEL VOLTA 'X' E O
      *          CHAMADOR DECIDE; DOCTUR INDISPONIVEL DEIXA O
      *          DOCENTE SEM ATRIBUICAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCVALID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DOCTAB ASSIGN TO DYNAMIC
               WS-DOCTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DOC.

               SELECT DOCTUR ASSIGN TO DYNAMIC
               WS-DOCTUR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ATR.

       DATA DIVISION.

       FILE SECTION.
       FD DOCTAB.
          COPY DOCTAB.

       FD DOCTUR.
          COPY DOCTUR.

       WORKING-STORAGE SECTION.
       77 WS-DOCTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\DOCTAB.TXT'.
       77 WS-DOCTUR-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\DOCTUR.TXT'.
       77 WS-FS-DOC                 PIC 99.
          88 FS-DOC-OK              VALUE 0.
       77 WS-FS-ATR                 PIC 99.
          88 FS-ATR-OK              VALUE 0.

      * DOCENTES E ATRIBUICOES ATIVOS, CARREGADOS NA PRIMEIRA
      * CHAMADA (ATE 500, O LIMITE DE LINHAS DO MANUTTAB).
       77 WS-CARGA                  PIC X VALUE 'N'.
          88 CARGA-FEITA            VALUE 'S'.
          88 CARGA-AUSENTE          VALUE 'X'.
       77 WS-DOC-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-DOCENTES.
           03 WS-DOC-ENTRY OCCURS 500 TIMES INDEXED BY WS-DOC-IDX.
               05 WS-DOC-COD         PIC X(04).
               05 WS-DOC-NOME        PIC X(20).
               05 WS-DOC-OPERADOR    PIC X(08).
       77 WS-ATR-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-ATRIBUICOES.
           03 WS-ATR-ENTRY OCCURS 500 TIMES INDEXED BY WS-ATR-IDX.
               05 WS-ATR-DOCENTE     PIC X(04).
               05 WS-ATR-TURMA       PIC X(03).
               05 WS-ATR-MATERIA     PIC 9(01).

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY DOCVAL.

       PROCEDURE DIVISION USING VALIDACAO-DOCENTE.
       MAIN-PROCEDURE.
           IF NOT CARGA-FEITA AND NOT CARGA-AUSENTE
               PERFORM P100-LOCALIZA-ARQUIVOS
               PERFORM P150-CARREGAR-DOCENTES THRU P150-FIM
               IF CARGA-FEITA
                   PERFORM P170-CARREGAR-ATRIBUICOES THRU P170-FIM
               END-IF
           END-IF
           PERFORM P200-CONFERE-OPERADOR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'DOCTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DOCTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DOCTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\DOCTAB.TXT' TO WS-DOCTAB-PATH
           END-IF

           DISPLAY 'DOCTUR_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DOCTUR-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DOCTUR-PATH = SPACES
               MOVE 'C:\Users\gotic\DOCTUR.TXT' TO WS-DOCTUR-PATH
           END-IF
           .
       P100-FIM.

       P150-CARREGAR-DOCENTES.
           MOVE 0 TO WS-DOC-QTD
           SET EOF-OK TO FALSE
           SET FS-DOC-OK TO TRUE
           OPEN INPUT DOCTAB
           IF NOT FS-DOC-OK
               DISPLAY 'TABELA DE DOCENTES INDISPONIVEL (FS='
                       WS-FS-DOC '). LANCAMENTO SEM RESTRICAO POR '
                       'DOCENTE.'
               SET CARGA-AUSENTE TO TRUE
               GO TO P150-FIM
           END-IF
           PERFORM P160-CARREGAR-DOCENTE THRU P160-FIM
               UNTIL EOF-OK
           CLOSE DOCTAB
           SET CARGA-FEITA TO TRUE
           .
       P150-FIM.

      * DOCENTE SEM OPERADOR VINCULADO NAO ENTRA: NINGUEM SE CONECTA
      * COMO ELE.
       P160-CARREGAR-DOCENTE.
           READ DOCTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P160-FIM
           END-READ
           IF DOCTAB-DESATIVADO
                   OR DOCTAB-COD = SPACES
                   OR DOCTAB-OPERADOR = SPACES
               GO TO P160-FIM
           END-IF
           IF WS-DOC-QTD < 500
               ADD 1 TO WS-DOC-QTD
               MOVE DOCTAB-COD      TO WS-DOC-COD(WS-DOC-QTD)
               MOVE DOCTAB-NOME     TO WS-DOC-NOME(WS-DOC-QTD)
               MOVE DOCTAB-OPERADOR TO WS-DOC-OPERADOR(WS-DOC-QTD)
           END-IF
           .
       P160-FIM.

       P170-CARREGAR-ATRIBUICOES.
           MOVE 0 TO WS-ATR-QTD
           SET EOF-OK TO FALSE
           SET FS-ATR-OK TO TRUE
           OPEN INPUT DOCTUR
           IF NOT FS-ATR-OK
               DISPLAY 'TABELA DE ATRIBUICOES DOS DOCENTES '
                       'INDISPONIVEL (FS=' WS-FS-ATR '). DOCENTE '
                       'NAO LANCA NOTA NEM CHAMADA.'
               GO TO P170-FIM
           END-IF
           PERFORM P180-CARREGAR-ATRIBUICAO THRU P180-FIM
               UNTIL EOF-OK
           CLOSE DOCTUR
           .
       P170-FIM.

       P180-CARREGAR-ATRIBUICAO.
           READ DOCTUR
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P180-FIM
           END-READ
           IF DOCTUR-DESATIVADA
                   OR DOCTUR-DOCENTE = SPACES
                   OR DOCTUR-MATERIA NOT NUMERIC
               GO TO P180-FIM
           END-IF
           IF WS-ATR-QTD < 500
               ADD 1 TO WS-ATR-QTD
               MOVE DOCTUR-DOCENTE TO WS-ATR-DOCENTE(WS-ATR-QTD)
               MOVE DOCTUR-TURMA   TO WS-ATR-TURMA(WS-ATR-QTD)
               MOVE DOCTUR-MATERIA TO WS-ATR-MATERIA(WS-ATR-QTD)
           END-IF
           .
       P180-FIM.

       P200-CONFERE-OPERADOR.
           MOVE 'L'    TO DV-SITUACAO
           MOVE SPACES TO DV-DOCENTE
           MOVE SPACES TO DV-NOME-DOCENTE
           IF CARGA-AUSENTE
               MOVE 'X' TO DV-SITUACAO
               GO TO P200-FIM
           END-IF
           IF DV-OPERADOR = SPACES
               GO TO P200-FIM
           END-IF

           SET ACHADO-OK TO FALSE
           SET WS-DOC-IDX TO 1
           PERFORM P210-COMPARA-DOCENTE THRU P210-FIM
               UNTIL WS-DOC-IDX > WS-DOC-QTD OR ACHADO-OK
           IF NOT ACHADO-OK
               GO TO P200-FIM
           END-IF

           MOVE 'N' TO DV-SITUACAO
           MOVE WS-DOC-COD(WS-DOC-IDX)  TO DV-DOCENTE
           MOVE WS-DOC-NOME(WS-DOC-IDX) TO DV-NOME-DOCENTE
           SET ACHADO-OK TO FALSE
           SET WS-ATR-IDX TO 1
           PERFORM P220-COMPARA-ATRIBUICAO THRU P220-FIM
               UNTIL WS-ATR-IDX > WS-ATR-QTD OR ACHADO-OK
           IF ACHADO-OK
               MOVE 'A' TO DV-SITUACAO
           END-IF
           .
       P200-FIM.

       P210-COMPARA-DOCENTE.
           IF WS-DOC-OPERADOR(WS-DOC-IDX) = DV-OPERADOR
               SET ACHADO-OK TO TRUE
           ELSE
               SET WS-DOC-IDX UP BY 1
           END-IF
           .
       P210-FIM.

       P220-COMPARA-ATRIBUICAO.
           IF WS-ATR-DOCENTE(WS-ATR-IDX) = DV-DOCENTE
                   AND WS-ATR-TURMA(WS-ATR-IDX) = DV-TURMA
                   AND (DV-MATERIA = 0
                    OR WS-ATR-MATERIA(WS-ATR-IDX) = DV-MATERIA)
               SET ACHADO-OK TO TRUE
           ELSE
               SET WS-ATR-IDX UP BY 1
           END-IF
           .
       P220-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM DOCVALID.
