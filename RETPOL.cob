      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE CONSULTA A TABELA DE
      *          POLITICA DE RETENCAO (RETTAB, MANTIDA NO MANUTTAB)
      *          PARA UM ARQUIVO, PARA QUE OS EXPURGOS (REORGCONT,
      *          ANONCONT, ARCCAMP, CATBKP) E O RELATORIO DE
      *          CONFORMIDADE (RETCONF) TIREM O PRAZO DE UM LUGAR SO.
      *          A AREA DE COMUNICACAO E O RETPARM.cpy: A CHAVE VEM
      *          EM RP-ARQUIVO E A DATA DE REFERENCIA EM RP-DATA-REF;
      *          VOLTAM A SITUACAO, O PRAZO, A ACAO E, PARA PRAZO EM
      *          DIAS, MESES OU ANOS, A DATA DE CORTE E O PRAZO
      *          CONVERTIDO EM DIAS. MES E ANO SAO CONTADOS NO
      *          CALENDARIO (31/03 MENOS UM MES = 28 OU 29/02).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETTAB ASSIGN TO DYNAMIC
               WS-RETTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTB.

       DATA DIVISION.

       FILE SECTION.
       FD RETTAB.
          COPY RETTAB.

       WORKING-STORAGE SECTION.
       77 WS-RETTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\RETTAB.TXT'.
       77 WS-FS-RTB                 PIC 99.
          88 FS-RTB-OK              VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

      * CONTA DO CORTE EM MESES: DATA DE REFERENCIA DECOMPOSTA E O
      * MES DE CHEGADA CONTADO EM MESES DESDE O ANO ZERO.
       01 WS-DATA-REF.
           03 WS-REF-AAAA            PIC 9(04).
           03 WS-REF-MM              PIC 9(02).
           03 WS-REF-DD              PIC 9(02).
       01 WS-DATA-CALC.
           03 WS-CALC-AAAA           PIC 9(04).
           03 WS-CALC-MM             PIC 9(02).
           03 WS-CALC-DD             PIC 9(02).
       01 WS-DATA-CALC-N REDEFINES WS-DATA-CALC
                                    PIC 9(08).
       77 WS-MESES                  PIC 9(07) VALUE ZEROES.
       77 WS-MESES-TOTAL            PIC S9(07) VALUE ZEROES.
       77 WS-ULTIMO-DIA             PIC 9(02) VALUE ZEROES.
       77 WS-INT-REF                PIC 9(08) VALUE ZEROES.
       77 WS-INT-AUX                PIC S9(08) VALUE ZEROES.
       77 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
       COPY RETPARM.

       PROCEDURE DIVISION USING POLITICA-RETENCAO.
       MAIN-PROCEDURE.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONSULTAR-POLITICA THRU P200-FIM
           IF RP-REGISTRADA
               PERFORM P300-CALCULAR-CORTE THRU P300-FIM
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'RETTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RETTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\RETTAB.TXT' TO WS-RETTAB-PATH
           END-IF
           .
       P100-FIM.

       P200-CONSULTAR-POLITICA.
           MOVE 'N'    TO RP-SITUACAO
           MOVE SPACES TO RP-DESCRICAO
           MOVE 0      TO RP-PRAZO
           MOVE SPACES TO RP-UNIDADE
           MOVE SPACES TO RP-ACAO
           MOVE 0      TO RP-DATA-CORTE
           MOVE 0      TO RP-DIAS
           SET ACHADO-OK TO FALSE
           SET EOF-OK TO FALSE

           SET FS-RTB-OK TO TRUE
           OPEN INPUT RETTAB
           IF NOT FS-RTB-OK
               DISPLAY 'TABELA DE RETENCAO INDISPONIVEL (FS='
                       WS-FS-RTB ').'
               MOVE 'X' TO RP-SITUACAO
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-POLITICA THRU P210-FIM
               UNTIL EOF-OK OR ACHADO-OK
           CLOSE RETTAB
           .
       P200-FIM.

      * LINHA COM PRAZO OU UNIDADE FORA DO DOMINIO NAO VALE: O
      * CHAMADOR FICA COM O PRAZO HISTORICO ATE A LINHA SER ACERTADA.
       P210-LER-POLITICA.
           READ RETTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF RETTAB-ARQUIVO NOT = RP-ARQUIVO OR RETTAB-DESATIVADA
               GO TO P210-FIM
           END-IF
           SET ACHADO-OK TO TRUE
           IF RETTAB-PRAZO NOT NUMERIC OR NOT RETTAB-UNIDADE-VALIDA
               DISPLAY 'LINHA DE RETENCAO INVALIDA PARA '
                       RP-ARQUIVO '. PRAZO IGNORADO.'
               GO TO P210-FIM
           END-IF
           MOVE 'S'               TO RP-SITUACAO
           MOVE RETTAB-DESC       TO RP-DESCRICAO
           MOVE RETTAB-PRAZO      TO RP-PRAZO
           MOVE RETTAB-UNIDADE    TO RP-UNIDADE
           MOVE RETTAB-ACAO       TO RP-ACAO
           .
       P210-FIM.

       P300-CALCULAR-CORTE.
           IF RP-GERACOES OR RP-DATA-REF = 0
               GO TO P300-FIM
           END-IF
           COMPUTE WS-INT-REF = FUNCTION INTEGER-OF-DATE(RP-DATA-REF)

           EVALUATE RP-UNIDADE
               WHEN 'D'
                   COMPUTE WS-INT-AUX = WS-INT-REF - RP-PRAZO
                   IF WS-INT-AUX < 1
                       MOVE 1 TO WS-INT-AUX
                   END-IF
                   COMPUTE RP-DATA-CORTE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
               WHEN 'M'
                   MOVE RP-PRAZO TO WS-MESES
                   PERFORM P310-RECUAR-MESES THRU P310-FIM
               WHEN 'A'
                   COMPUTE WS-MESES = RP-PRAZO * 12
                   PERFORM P310-RECUAR-MESES THRU P310-FIM
           END-EVALUATE

           COMPUTE RP-DIAS = WS-INT-REF -
               FUNCTION INTEGER-OF-DATE(RP-DATA-CORTE)
           .
       P300-FIM.

      * RECUA WS-MESES NO CALENDARIO; O DIA QUE NAO EXISTE NO MES
      * DE CHEGADA CAI NO ULTIMO DIA DELE.
       P310-RECUAR-MESES.
           MOVE RP-DATA-REF TO WS-DATA-REF
           COMPUTE WS-MESES-TOTAL =
               WS-REF-AAAA * 12 + WS-REF-MM - 1 - WS-MESES
           IF WS-MESES-TOTAL < 19200
               MOVE 19200 TO WS-MESES-TOTAL
           END-IF
           COMPUTE WS-CALC-AAAA = WS-MESES-TOTAL / 12
           COMPUTE WS-CALC-MM = WS-MESES-TOTAL - WS-CALC-AAAA * 12 + 1

      * ULTIMO DIA DO MES DE CHEGADA: VESPERA DO DIA 1 DO SEGUINTE.
           MOVE 1 TO WS-CALC-DD
           IF WS-CALC-MM = 12
               COMPUTE WS-DATA-AUX = (WS-CALC-AAAA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AUX =
                   WS-CALC-AAAA * 10000 + (WS-CALC-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
           MOVE WS-DATA-AUX(7:2) TO WS-ULTIMO-DIA

           IF WS-REF-DD > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-CALC-DD
           ELSE
               MOVE WS-REF-DD TO WS-CALC-DD
           END-IF
           MOVE WS-DATA-CALC-N TO RP-DATA-CORTE
           .
       P310-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RETPOL.
