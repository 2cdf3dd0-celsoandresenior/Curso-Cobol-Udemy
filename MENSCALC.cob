      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE APURA AS MENSALIDADES EM
      *          ABERTO DE UM RESPONSAVEL NUMA DATA DE REFERENCIA. A
      *          AREA DE COMUNICACAO E O MENSCALC.cpy. LE AS FATURAS
      *          DO RESPONSAVEL NO FATSTHIST (GRAVADO PELO FATSTUD) E
      *          OS RECEBIMENTOS NO RECSTUD (LANCADOS PELO RECSTUD),
      *          ABATE CADA RECEBIMENTO DA FATURA CONTRA A QUAL FOI
      *          LANCADO (COMPETENCIA + RESPONSAVEL) E DEVOLVE, POR
      *          FATURA EM ABERTO, O SALDO E OS DIAS DE ATRASO
      *          CONTADOS DO FIM DA COMPETENCIA, COMO NO AGINGREL.
      *          O MAIOR ATRASO E O QUE O CADSTUD CONFERE NA
      *          REMATRICULA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FATSTHIST ASSIGN TO DYNAMIC
               WS-FATSTHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT RECSTUD ASSIGN TO DYNAMIC
               WS-RECSTUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

       DATA DIVISION.

       FILE SECTION.
      * HISTORICO DE MENSALIDADES FATURADAS PELO FATSTUD, UMA LINHA
      * POR RESPONSAVEL FATURADO.
       FD FATSTHIST.
       01 REG-FATSTHIST.
           03 FSH-COMPETENCIA        PIC 9(06).
           03 FSH-RESPONSAVEL        PIC 9(05).
           03 FSH-QTD-ALUNOS         PIC 9(03).
           03 FSH-VALOR              PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       FD RECSTUD.
          COPY RECSTUD.

       WORKING-STORAGE SECTION.
       77 WS-FATSTHIST-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATSTHIST.TXT'.
       77 WS-RECSTUD-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECSTUD.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.

       77 WS-LOCALIZADOS            PIC X VALUE 'N'.
          88 ARQUIVOS-LOCALIZADOS   VALUE 'S' FALSE 'N'.

      * FATURAS DO RESPONSAVEL (UMA POR COMPETENCIA).
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ENTRY OCCURS 200 TIMES.
               05 WS-FAT-COMPETENCIA PIC 9(06).
               05 WS-FAT-VALOR       PIC S9(11)V99.
               05 WS-FAT-RECEBIDO    PIC S9(11)V99.

       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-SALDO                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-REF-DIA                PIC 9(08) VALUE ZEROES.
       77 WS-VENC-DIA               PIC 9(08) VALUE ZEROES.
       77 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.
       77 WS-ANO-SEG                PIC 9(04) VALUE ZEROES.
       77 WS-MES-SEG                PIC 9(02) VALUE ZEROES.
       77 WS-DIAS                   PIC S9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY MENSCALC.

       PROCEDURE DIVISION USING CALCULO-MENSALIDADE.
       MAIN-PROCEDURE.
           SET MK-INEXISTENTE TO TRUE
           MOVE 0 TO MK-QTD-FATURAS
           MOVE 0 TO MK-QTD-ABERTAS
           MOVE 0 TO MK-FATURADO
           MOVE 0 TO MK-RECEBIDO
           MOVE 0 TO MK-SALDO
           MOVE 0 TO MK-SALDO-VENCIDO
           MOVE 0 TO MK-DIAS-ATRASO
           IF MK-RESPONSAVEL NOT NUMERIC
                   OR MK-DATA-REF NOT NUMERIC
                   OR MK-DATA-REF = 0
               PERFORM P900-FIM
           END-IF

           IF NOT ARQUIVOS-LOCALIZADOS
               PERFORM P100-LOCALIZA-ARQUIVOS THRU P100-FIM
           END-IF
           MOVE 0 TO WS-QTD

           PERFORM P200-LER-FATURAS THRU P200-FIM
           IF WS-QTD = 0
               PERFORM P900-FIM
           END-IF
           SET MK-CALCULADO TO TRUE
           MOVE WS-QTD TO MK-QTD-FATURAS
           PERFORM P300-ABATER-RECEBIMENTOS THRU P300-FIM

           MOVE FUNCTION INTEGER-OF-DATE(MK-DATA-REF) TO WS-REF-DIA
           MOVE 1 TO WS-IDX
           PERFORM P400-APURAR-FATURA THRU P400-FIM
               UNTIL WS-IDX > WS-QTD
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'FATSTHIST_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATSTHIST-PATH    FROM ENVIRONMENT-VALUE
           IF WS-FATSTHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATSTHIST.TXT'
                   TO WS-FATSTHIST-PATH
           END-IF

           DISPLAY 'RECSTUD_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECSTUD-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RECSTUD-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECSTUD.TXT'
                   TO WS-RECSTUD-PATH
           END-IF
           SET ARQUIVOS-LOCALIZADOS TO TRUE
           .
       P100-FIM.

       P200-LER-FATURAS.
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATSTHIST
           IF FS-HIS-OK
               PERFORM P210-LER-FATURA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE FATSTHIST
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-FATURA.
           READ FATSTHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF FSH-RESPONSAVEL NOT NUMERIC
                   OR FSH-RESPONSAVEL NOT = MK-RESPONSAVEL
               GO TO P210-FIM
           END-IF
           MOVE FSH-COMPETENCIA TO WS-COMPETENCIA
           PERFORM P250-ACHA-FATURA THRU P250-FIM
           IF NOT ACHADO-OK
               IF WS-QTD NOT < 200
                   GO TO P210-FIM
               END-IF
               ADD 1 TO WS-QTD
               MOVE WS-QTD          TO WS-IDX
               MOVE FSH-COMPETENCIA TO WS-FAT-COMPETENCIA(WS-IDX)
               MOVE 0               TO WS-FAT-VALOR(WS-IDX)
               MOVE 0               TO WS-FAT-RECEBIDO(WS-IDX)
           END-IF
           ADD FSH-VALOR TO WS-FAT-VALOR(WS-IDX)
           ADD FSH-VALOR TO MK-FATURADO
           .
       P210-FIM.

      * LOCALIZA A FATURA DA COMPETENCIA EM WS-COMPETENCIA.
       P250-ACHA-FATURA.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-IDX
           PERFORM P260-COMPARA-FATURA THRU P260-FIM
               UNTIL WS-IDX > WS-QTD OR ACHADO-OK
           .
       P250-FIM.

       P260-COMPARA-FATURA.
           IF WS-FAT-COMPETENCIA(WS-IDX) = WS-COMPETENCIA
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF
           .
       P260-FIM.

       P300-ABATER-RECEBIMENTOS.
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE
           OPEN INPUT RECSTUD
           IF FS-REC-OK
               PERFORM P310-ABATER-RECEBIMENTO THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE RECSTUD
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-ABATER-RECEBIMENTO.
           READ RECSTUD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF RS-RESPONSAVEL NOT NUMERIC
                   OR RS-RESPONSAVEL NOT = MK-RESPONSAVEL
               GO TO P310-FIM
           END-IF
           MOVE RS-COMPETENCIA TO WS-COMPETENCIA
           PERFORM P250-ACHA-FATURA THRU P250-FIM
           IF ACHADO-OK
               ADD RS-VALOR TO WS-FAT-RECEBIDO(WS-IDX)
               ADD RS-VALOR TO MK-RECEBIDO
           END-IF
           .
       P310-FIM.

      * VENCIMENTO = ULTIMO DIA DA COMPETENCIA (VESPERA DO DIA 01
      * DO MES SEGUINTE, COMO NO AGINGREL). O QUE FOI PAGO A MAIS
      * NUMA FATURA NAO ABATE AS OUTRAS.
       P400-APURAR-FATURA.
           COMPUTE WS-SALDO = WS-FAT-VALOR(WS-IDX)
               - WS-FAT-RECEBIDO(WS-IDX)
           END-COMPUTE
           IF WS-SALDO NOT > 0
               ADD 1 TO WS-IDX
               GO TO P400-FIM
           END-IF

           MOVE WS-FAT-COMPETENCIA(WS-IDX)(1:4) TO WS-ANO-SEG
           MOVE WS-FAT-COMPETENCIA(WS-IDX)(5:2) TO WS-MES-SEG
           IF WS-MES-SEG = 12
               ADD 1 TO WS-ANO-SEG
               MOVE 1 TO WS-MES-SEG
           ELSE
               ADD 1 TO WS-MES-SEG
           END-IF
           COMPUTE WS-DATA-AUX =
               WS-ANO-SEG * 10000 + WS-MES-SEG * 100 + 1
           END-COMPUTE
           COMPUTE WS-VENC-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           END-COMPUTE
           COMPUTE WS-DIAS = WS-REF-DIA - WS-VENC-DIA
           END-COMPUTE
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF

           ADD WS-SALDO TO MK-SALDO
           IF WS-DIAS > 0
               ADD WS-SALDO TO MK-SALDO-VENCIDO
           END-IF
           IF WS-DIAS > MK-DIAS-ATRASO
               MOVE WS-DIAS TO MK-DIAS-ATRASO
           END-IF

           IF MK-QTD-ABERTAS < 60
               ADD 1 TO MK-QTD-ABERTAS
               MOVE WS-FAT-COMPETENCIA(WS-IDX)
                   TO MK-FAT-COMPETENCIA(MK-QTD-ABERTAS)
               MOVE WS-FAT-VALOR(WS-IDX)
                   TO MK-FAT-VALOR(MK-QTD-ABERTAS)
               MOVE WS-FAT-RECEBIDO(WS-IDX)
                   TO MK-FAT-RECEBIDO(MK-QTD-ABERTAS)
               MOVE WS-SALDO TO MK-FAT-ABERTO(MK-QTD-ABERTAS)
               MOVE WS-DIAS  TO MK-FAT-DIAS(MK-QTD-ABERTAS)
           END-IF
           ADD 1 TO WS-IDX
           .
       P400-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM MENSCALC.
