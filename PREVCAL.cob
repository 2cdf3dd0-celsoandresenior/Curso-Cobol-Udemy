      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: PREVISAO DO CALENDARIO DA JANELA BATCH. LE AS
      *          CADEIAS DO CADEIAS.TXT COM A REGRA DE FREQUENCIA DA
      *          LINHA 00 DE CADA UMA (VEJA CADEIAS.cpy; SEM A LINHA,
      *          TODO DIA UTIL) E, PELO CALENDARIO DA CASA (AGENDIA,
      *          DIAUTIL/CALTAB), LISTA DIA A DIA DO MES SEGUINTE AO
      *          DA DATA DE PROCESSAMENTO (OU DO MES PEDIDO EM
      *          PREVCAL_MES, AAAAMM) AS CADEIAS E OS JOBS PREVISTOS,
      *          PARA OPERACOES PLANEJAR A ESCALA E O FECHAMENTO DO
      *          MES. A SEGUNDA PARTE CONFERE O MES CORRENTE ATE A
      *          VESPERA DA DATA DE PROCESSAMENTO CONTRA O RUN-LOG
      *          (RUNCTL): CADEIA PREVISTA SEM FIM DO BATCHEOD NA DATA
      *          SAI COMO JANELA NAO EXECUTADA; JOB PREVISTO SEM FIM
      *          NA DATA SAI COMO NAO EXECUTADO, COM RC 8 OU MAIS COMO
      *          FALHOU. JOB QUE NUNCA GRAVOU RUN-LOG (E O PASSO
      *          INTERNO 'BACKUP') FICA CONFERIDO SO PELA JANELA.
      *          SEM O CADEIAS.TXT, VALE A CADEIA NOTURNA EMBUTIDA DO
      *          BATCHEOD. TERMINA COM RC 4 SE
      *          FALTOU EXECUCAO OU HA REGRA INVALIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVCAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CADEIAS ASSIGN TO DYNAMIC
               WS-CADEIAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAD.

               SELECT RELPREV ASSIGN TO DYNAMIC
               WS-RELPREV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
       FD CADEIAS.
          COPY CADEIAS.

       FD RELPREV.
       01 REG-RELPREV               PIC X(132).

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'PREVCAL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CADEIAS-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CADEIAS.TXT'.
       77 WS-RELPREV-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELPREV.TXT'.

       77 WS-FS-CAD                 PIC 99.
          88 FS-CAD-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.


      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'PREVCAL'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.


      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy). O MESMO RUN-LOG E A BASE DA CONFERENCIA.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'PREVCAL'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       01 WS-DATA-SIS-R REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO-MES        PIC 9(06).
           03 WS-SIS-DIA            PIC 9(02).

      * MES DA PREVISAO (PREVCAL_MES; PADRAO O MES SEGUINTE).
       77 WS-MES-TXT                PIC X(06) VALUE SPACES.
       01 WS-MES-PREVISAO           PIC 9(06) VALUE ZEROES.
       01 WS-MES-PREVISAO-R REDEFINES WS-MES-PREVISAO.
           03 WS-PRV-ANO            PIC 9(04).
           03 WS-PRV-MES            PIC 9(02).

      * DIA CORRENTE DA VARREDURA E DATA LIMITE.
       01 WS-DATA-DIA               PIC 9(08) VALUE ZEROES.
       01 WS-DATA-DIA-R REDEFINES WS-DATA-DIA.
           03 WS-DIA-ANO-MES        PIC 9(06).
           03 WS-DIA-DIA            PIC 9(02).
       77 WS-DIA-INTEIRO            PIC 9(08) VALUE ZEROES.
       77 WS-DATA-LIMITE            PIC 9(08) VALUE ZEROES.
       77 WS-DIA-UTIL               PIC X(01) VALUE SPACES.
       77 WS-DIA-SEMANA             PIC 9(01) VALUE ZEROES.
       01 WS-NOMES-SEMANA           PIC X(21)
          VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01 WS-NOMES-SEMANA-R REDEFINES WS-NOMES-SEMANA.
           03 WS-NOME-SEMANA        PIC X(03) OCCURS 7 TIMES.

      * CADEIAS CONHECIDAS, COM A REGRA E OS PASSOS.
       01 WS-TAB-CADEIAS.
           03 WS-CAD-ENTRY OCCURS 30 TIMES INDEXED BY WS-CIDX.
               05 WS-CAD-NOME        PIC X(08).
               05 WS-CAD-FREQ        PIC X(01).
               05 WS-CAD-PARAM       PIC 9(02).
               05 WS-CAD-QTD-PASSOS  PIC 9(02).
               05 WS-CAD-PREVISTAS   PIC 9(03).
               05 WS-CAD-PASSO       PIC X(12) OCCURS 20 TIMES.
       77 WS-QTD-CADEIAS            PIC 9(02) VALUE ZEROES.
       77 WS-CAD-ACHADA             PIC 9(02) VALUE ZEROES.
       77 WS-PIDX                   PIC 9(02) VALUE ZEROES.
       77 WS-PREVISTA               PIC X(01) VALUE SPACES.
       77 WS-FREQ-DESC              PIC X(24) VALUE SPACES.
       77 WS-PARAM-ED               PIC Z9.

      * FINS DE EXECUCAO DO RUN-LOG NO PERIODO CONFERIDO (O ULTIMO
      * DE CADA JOB POR DATA DE PROCESSAMENTO).
       01 WS-TAB-EXECUCOES.
           03 WS-EXE-ENTRY OCCURS 3000 TIMES INDEXED BY WS-EIDX.
               05 WS-EXE-DATA        PIC 9(08).
               05 WS-EXE-PROGRAMA    PIC X(12).
               05 WS-EXE-RC          PIC 9(02).
       77 WS-QTD-EXECUCOES          PIC 9(04) VALUE ZEROES.
       77 WS-EXE-ACHADA             PIC 9(04) VALUE ZEROES.
       77 WS-BUSCA-DATA             PIC 9(08) VALUE ZEROES.

      * PROGRAMAS QUE GRAVAM FIM NO RUN-LOG (EM QUALQUER DATA). O JOB
      * QUE NUNCA GRAVOU (O DESPACHO, POR EXEMPLO) SO E CONFERIDO
      * PELO FIM DA JANELA (BATCHEOD) NA DATA.
       01 WS-TAB-LOGADOS.
           03 WS-LOG-PROGRAMA        PIC X(12) OCCURS 300 TIMES
                                      INDEXED BY WS-LIDX.
       77 WS-QTD-LOGADOS            PIC 9(03) VALUE ZEROES.
       77 WS-LOG-ACHADO             PIC 9(03) VALUE ZEROES.
       77 WS-BUSCA-PROGRAMA         PIC X(12) VALUE SPACES.

       77 WS-QT-DIAS-PREV           PIC 9(05) VALUE ZEROES.
       77 WS-QT-RODADAS-PREV        PIC 9(05) VALUE ZEROES.
       77 WS-QT-INVALIDAS           PIC 9(05) VALUE ZEROES.
       77 WS-QT-CONFERIDOS          PIC 9(05) VALUE ZEROES.
       77 WS-QT-EXECUTADOS          PIC 9(05) VALUE ZEROES.
       77 WS-QT-FALTANTES           PIC 9(05) VALUE ZEROES.
       77 WS-QT-FALHAS              PIC 9(05) VALUE ZEROES.
       77 WS-QT-SEM-LOG             PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-POS                    PIC 9(03) VALUE ZEROES.
       77 WS-NO-DIA                 PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PREVISAO DO CALENDARIO DA JANELA BATCH ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-CADEIAS THRU P200-FIM
           PERFORM P150-ABRIR-RELATORIO THRU P150-FIM
           IF WS-FIM-RC < 8
               PERFORM P300-PREVISAO THRU P300-FIM
               PERFORM P500-CONFERENCIA THRU P500-FIM
           END-IF
           PERFORM P800-TOTAIS THRU P800-FIM

           MOVE WS-QT-RODADAS-PREV TO WS-FIM-CONT1
           MOVE WS-QT-CONFERIDOS   TO WS-FIM-CONT2
           MOVE WS-QT-FALTANTES    TO WS-FIM-CONT3
           COPY GRAVFIM.

           MOVE 'FIM   '      TO WS-RUN-EVENTO
           MOVE WS-FIM-RC     TO WS-RUN-RC
           MOVE WS-FIM-CONT1  TO WS-RUN-CONT1
           MOVE WS-FIM-CONT2  TO WS-RUN-CONT2
           MOVE WS-FIM-CONT3  TO WS-RUN-CONT3
           COPY GRAVRUN.

           MOVE WS-FIM-RC TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CADEIAS_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CADEIAS-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CADEIAS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CADEIAS.TXT'
                   TO WS-CADEIAS-PATH
           END-IF

           DISPLAY 'RELPREV_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELPREV-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELPREV-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELPREV.TXT'
                   TO WS-RELPREV-PATH
           END-IF

           DISPLAY 'FIMRUN_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-FIMRUN-PATH       FROM ENVIRONMENT-VALUE
           IF WS-FIMRUN-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'
                   TO WS-FIMRUN-PATH
           END-IF

           DISPLAY 'RUNCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RUNCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'
                   TO WS-RUNCTL-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA

           DISPLAY 'PREVCAL_MES'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-MES-TXT           FROM ENVIRONMENT-VALUE
           IF WS-MES-TXT NUMERIC
               MOVE WS-MES-TXT TO WS-MES-PREVISAO
           ELSE
               MOVE WS-SIS-ANO-MES TO WS-MES-PREVISAO
               IF WS-PRV-MES = 12
                   ADD 1 TO WS-PRV-ANO
                   MOVE 1 TO WS-PRV-MES
               ELSE
                   ADD 1 TO WS-PRV-MES
               END-IF
           END-IF
           IF WS-PRV-MES < 1 OR WS-PRV-MES > 12
               DISPLAY 'PREVCAL_MES INVALIDO (' WS-MES-TXT
                   '). USANDO O MES SEGUINTE.'
               MOVE WS-SIS-ANO-MES TO WS-MES-PREVISAO
               IF WS-PRV-MES = 12
                   ADD 1 TO WS-PRV-ANO
                   MOVE 1 TO WS-PRV-MES
               ELSE
                   ADD 1 TO WS-PRV-MES
               END-IF
           END-IF
           .
       P100-FIM.

       P150-ABRIR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELPREV
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PREVISAO (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P150-FIM.

      * CADEIAS DO ARQUIVO: A LINHA 00 TRAZ A REGRA, AS DEMAIS OS
      * PASSOS. SEM ARQUIVO (OU SEM A NOTURNA NELE), ENTRA A CADEIA
      * NOTURNA EMBUTIDA DO BATCHEOD, TODO DIA UTIL.
       P200-CARREGAR-CADEIAS.
           INITIALIZE WS-TAB-CADEIAS
           MOVE 0 TO WS-QTD-CADEIAS
           SET EOF-OK TO FALSE
           SET FS-CAD-OK TO TRUE
           OPEN INPUT CADEIAS
           IF FS-CAD-OK
               PERFORM P210-LER-CADEIA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE CADEIAS
           ELSE
               DISPLAY 'ARQUIVO DE CADEIAS INDISPONIVEL. PREVENDO '
                   'SO A CADEIA NOTURNA EMBUTIDA.'
           END-IF
           SET EOF-OK TO FALSE

           MOVE 'NOTURNA' TO WS-CAD-NOME(30)
           PERFORM P220-ACHAR-CADEIA THRU P220-FIM
           IF WS-CAD-ACHADA = 0
      * A MESMA CADEIA EMBUTIDA DO BATCHEOD.
               ADD 1 TO WS-QTD-CADEIAS
               SET WS-CIDX TO WS-QTD-CADEIAS
               MOVE 'NOTURNA'   TO WS-CAD-NOME(WS-CIDX)
               MOVE 'D'         TO WS-CAD-FREQ(WS-CIDX)
               MOVE 0           TO WS-CAD-PARAM(WS-CIDX)
               MOVE 'DESPACHO'  TO WS-CAD-PASSO(WS-CIDX, 1)
               MOVE 'CONVCONT'  TO WS-CAD-PASSO(WS-CIDX, 2)
               MOVE 'SNAPSHOT'  TO WS-CAD-PASSO(WS-CIDX, 3)
               MOVE 'RECONCONT' TO WS-CAD-PASSO(WS-CIDX, 4)
               MOVE 'ESTATCONT' TO WS-CAD-PASSO(WS-CIDX, 5)
               MOVE 'BACKUP'    TO WS-CAD-PASSO(WS-CIDX, 6)
               MOVE 'BALANCO'   TO WS-CAD-PASSO(WS-CIDX, 7)
               MOVE 7           TO WS-CAD-QTD-PASSOS(WS-CIDX)
           END-IF
           .
       P200-FIM.

       P210-LER-CADEIA.
           READ CADEIAS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF CAD-CADEIA = SPACES OR CAD-PASSO NOT NUMERIC
                   OR CAD-PASSO > 20
               GO TO P210-FIM
           END-IF
           MOVE CAD-CADEIA TO WS-CAD-NOME(30)
           PERFORM P220-ACHAR-CADEIA THRU P220-FIM
           IF WS-CAD-ACHADA = 0
               IF WS-QTD-CADEIAS NOT < 29
                   DISPLAY 'ATENCAO: LIMITE DE 29 CADEIAS. CADEIA '
                       CAD-CADEIA ' IGNORADA.'
                   GO TO P210-FIM
               END-IF
               ADD 1 TO WS-QTD-CADEIAS
               MOVE WS-QTD-CADEIAS TO WS-CAD-ACHADA
               MOVE CAD-CADEIA TO WS-CAD-NOME(WS-CAD-ACHADA)
               MOVE 'D'        TO WS-CAD-FREQ(WS-CAD-ACHADA)
               MOVE 0          TO WS-CAD-PARAM(WS-CAD-ACHADA)
               MOVE 0          TO WS-CAD-QTD-PASSOS(WS-CAD-ACHADA)
           END-IF
           IF CAD-PASSO = 0
               MOVE CAD-FREQUENCIA TO WS-CAD-FREQ(WS-CAD-ACHADA)
               IF CAD-FREQ-PARAM NUMERIC
                   MOVE CAD-FREQ-PARAM
                       TO WS-CAD-PARAM(WS-CAD-ACHADA)
               END-IF
           ELSE
               MOVE CAD-PROGRAMA
                   TO WS-CAD-PASSO(WS-CAD-ACHADA, CAD-PASSO)
               IF CAD-PASSO > WS-CAD-QTD-PASSOS(WS-CAD-ACHADA)
                   MOVE CAD-PASSO
                       TO WS-CAD-QTD-PASSOS(WS-CAD-ACHADA)
               END-IF
           END-IF
           .
       P210-FIM.

      * PROCURA PELO NOME POSTO NA ENTRADA 30 (SENTINELA).
       P220-ACHAR-CADEIA.
           MOVE 0 TO WS-CAD-ACHADA
           SET WS-CIDX TO 1
           PERFORM P225-COMPARAR-CADEIA THRU P225-FIM
               UNTIL WS-CIDX > WS-QTD-CADEIAS OR WS-CAD-ACHADA > 0
           MOVE SPACES TO WS-CAD-NOME(30)
           .
       P220-FIM.

       P225-COMPARAR-CADEIA.
           IF WS-CAD-NOME(WS-CIDX) = WS-CAD-NOME(30)
               SET WS-CAD-ACHADA TO WS-CIDX
           END-IF
           SET WS-CIDX UP BY 1
           .
       P225-FIM.

       P300-PREVISAO.
           MOVE SPACES TO REG-RELPREV
           STRING 'PREVISAO DA JANELA BATCH - MES '
                                              DELIMITED BY SIZE
                  WS-MES-PREVISAO             DELIMITED BY SIZE
                  ' (PROCESSAMENTO '          DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  ')'                         DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'CADEIAS E REGRAS DE FREQUENCIA' TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           SET WS-CIDX TO 1
           PERFORM P310-LISTAR-REGRA THRU P310-FIM
               UNTIL WS-CIDX > WS-QTD-CADEIAS
           MOVE SPACES TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'DATA     DIA  CALENDARIO  CADEIA   JOBS PREVISTOS'
               TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-MES-PREVISAO TO WS-DIA-ANO-MES
           MOVE 1 TO WS-DIA-DIA
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
               TO WS-DIA-INTEIRO
           PERFORM P320-PREVER-DIA THRU P320-FIM
               UNTIL WS-DIA-ANO-MES NOT = WS-MES-PREVISAO

           MOVE SPACES TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'RODADAS PREVISTAS NO MES POR CADEIA' TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           SET WS-CIDX TO 1
           PERFORM P340-TOTAL-CADEIA THRU P340-FIM
               UNTIL WS-CIDX > WS-QTD-CADEIAS
           .
       P300-FIM.

       P310-LISTAR-REGRA.
           PERFORM P700-DESCREVER-REGRA THRU P700-FIM
           MOVE SPACES TO REG-RELPREV
           STRING '  '                    DELIMITED BY SIZE
                  WS-CAD-NOME(WS-CIDX)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-FREQ-DESC            DELIMITED BY SIZE
                  ' PASSOS: '             DELIMITED BY SIZE
                  WS-CAD-QTD-PASSOS(WS-CIDX) DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-FREQ-DESC(1:14) = 'REGRA INVALIDA'
               ADD 1 TO WS-QT-INVALIDAS
           END-IF
           SET WS-CIDX UP BY 1
           .
       P310-FIM.

       P320-PREVER-DIA.
           CALL 'DIAUTIL' USING WS-DATA-DIA WS-DIA-UTIL
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-INTEIRO, 7) + 1
           MOVE 0 TO WS-NO-DIA
           SET WS-CIDX TO 1
           PERFORM P330-PREVER-CADEIA THRU P330-FIM
               UNTIL WS-CIDX > WS-QTD-CADEIAS
           IF WS-NO-DIA = 0
               MOVE SPACES TO REG-RELPREV
               STRING WS-DATA-DIA                DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-NOME-SEMANA(WS-DIA-SEMANA)
                                                 DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      INTO REG-RELPREV
               END-STRING
               IF WS-DIA-UTIL = 'S'
                   MOVE 'UTIL'      TO REG-RELPREV(15:10)
               ELSE
                   MOVE 'NAO UTIL'  TO REG-RELPREV(15:10)
               END-IF
               MOVE '-        NENHUMA CADEIA PREVISTA'
                   TO REG-RELPREV(27:40)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ELSE
               ADD 1 TO WS-QT-DIAS-PREV
           END-IF
           ADD 1 TO WS-DIA-INTEIRO
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               TO WS-DATA-DIA
           .
       P320-FIM.

       P330-PREVER-CADEIA.
           CALL 'AGENDIA' USING WS-CAD-FREQ(WS-CIDX)
                                WS-CAD-PARAM(WS-CIDX)
                                WS-DATA-DIA WS-PREVISTA
           IF WS-PREVISTA = 'S'
               ADD 1 TO WS-NO-DIA
               ADD 1 TO WS-QT-RODADAS-PREV
               ADD 1 TO WS-CAD-PREVISTAS(WS-CIDX)
               MOVE SPACES TO REG-RELPREV
               STRING WS-DATA-DIA                DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-NOME-SEMANA(WS-DIA-SEMANA)
                                                 DELIMITED BY SIZE
                      INTO REG-RELPREV
               END-STRING
               IF WS-DIA-UTIL = 'S'
                   MOVE 'UTIL'      TO REG-RELPREV(15:10)
               ELSE
                   MOVE 'NAO UTIL'  TO REG-RELPREV(15:10)
               END-IF
               MOVE WS-CAD-NOME(WS-CIDX) TO REG-RELPREV(27:8)
               MOVE 36 TO WS-POS
               MOVE 1 TO WS-PIDX
               PERFORM P335-LISTAR-JOB THRU P335-FIM
                   UNTIL WS-PIDX > WS-CAD-QTD-PASSOS(WS-CIDX)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           SET WS-CIDX UP BY 1
           .
       P330-FIM.

      * OS JOBS DA CADEIA NA ORDEM DOS PASSOS; PASSANDO DA MARGEM,
      * CONTINUA NA LINHA DE BAIXO, NA MESMA COLUNA.
       P335-LISTAR-JOB.
           IF WS-CAD-PASSO(WS-CIDX, WS-PIDX) NOT = SPACES
               IF WS-POS > 120
                   PERFORM P850-GRAVAR-LINHA THRU P850-FIM
                   MOVE SPACES TO REG-RELPREV
                   MOVE 36 TO WS-POS
               END-IF
               MOVE WS-CAD-PASSO(WS-CIDX, WS-PIDX)
                   TO REG-RELPREV(WS-POS:12)
               ADD 13 TO WS-POS
           END-IF
           ADD 1 TO WS-PIDX
           .
       P335-FIM.

       P340-TOTAL-CADEIA.
           MOVE SPACES TO REG-RELPREV
           STRING '  '                       DELIMITED BY SIZE
                  WS-CAD-NOME(WS-CIDX)       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-CAD-PREVISTAS(WS-CIDX)  DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           SET WS-CIDX UP BY 1
           .
       P340-FIM.

      * CONFERENCIA DO MES CORRENTE, DO DIA 1 ATE A VESPERA DA DATA
      * DE PROCESSAMENTO (A NOITE DA DATA AINDA NAO RODOU).
       P500-CONFERENCIA.
           MOVE WS-DATA-SISTEMA TO WS-DATA-LIMITE
           MOVE WS-SIS-ANO-MES TO WS-DIA-ANO-MES
           MOVE 1 TO WS-DIA-DIA

           MOVE SPACES TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'CONFERENCIA COM O RUN-LOG - DE '
                                              DELIMITED BY SIZE
                  WS-DATA-DIA                 DELIMITED BY SIZE
                  ' ATE A VESPERA DE '        DELIMITED BY SIZE
                  WS-DATA-LIMITE              DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'DATA     CADEIA   PASSO JOB                  SITUACAO'
               TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P510-CARREGAR-RUNLOG THRU P510-FIM

           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
               TO WS-DIA-INTEIRO
           PERFORM P530-CONFERIR-DIA THRU P530-FIM
               UNTIL WS-DATA-DIA NOT < WS-DATA-LIMITE

           IF WS-QT-FALTANTES = 0 AND WS-QT-FALHAS = 0
               MOVE '  TODOS OS JOBS PREVISTOS NO PERIODO RODARAM.'
                   TO REG-RELPREV
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           SET WS-CIDX TO 1
           PERFORM P580-LISTAR-SEM-LOG THRU P580-FIM
               UNTIL WS-CIDX > WS-QTD-CADEIAS
           .
       P500-FIM.

       P510-CARREGAR-RUNLOG.
           MOVE 0 TO WS-QTD-EXECUCOES
           SET EOF-OK TO FALSE
           SET FS-RUN-OK TO TRUE
           OPEN INPUT RUNCTL
           IF NOT FS-RUN-OK
               DISPLAY 'RUN-LOG INDISPONIVEL (FS=' WS-FS-RUN
                   '). TODAS AS JANELAS SAIRAO COMO NAO EXECUTADAS.'
               GO TO P510-FIM
           END-IF
           PERFORM P520-LER-EVENTO THRU P520-FIM
               UNTIL EOF-OK
           CLOSE RUNCTL
           SET EOF-OK TO FALSE
           .
       P510-FIM.

       P520-LER-EVENTO.
           READ RUNCTL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P520-FIM
           END-READ
           IF NOT RUN-EVENTO-FIM
               GO TO P520-FIM
           END-IF
           MOVE RUN-PROGRAMA TO WS-BUSCA-PROGRAMA
           PERFORM P570-ACHAR-LOGADO THRU P570-FIM
           IF WS-LOG-ACHADO = 0 AND WS-QTD-LOGADOS < 300
               ADD 1 TO WS-QTD-LOGADOS
               MOVE RUN-PROGRAMA TO WS-LOG-PROGRAMA(WS-QTD-LOGADOS)
           END-IF
           IF RUN-DATA NOT NUMERIC
                   OR RUN-DATA(1:6) NOT = WS-SIS-ANO-MES
               GO TO P520-FIM
           END-IF
           MOVE RUN-DATA     TO WS-BUSCA-DATA
           MOVE RUN-PROGRAMA TO WS-BUSCA-PROGRAMA
           PERFORM P560-ACHAR-EXECUCAO THRU P560-FIM
           IF WS-EXE-ACHADA = 0
               IF WS-QTD-EXECUCOES NOT < 3000
                   GO TO P520-FIM
               END-IF
               ADD 1 TO WS-QTD-EXECUCOES
               MOVE WS-QTD-EXECUCOES TO WS-EXE-ACHADA
               MOVE RUN-DATA     TO WS-EXE-DATA(WS-EXE-ACHADA)
               MOVE RUN-PROGRAMA TO WS-EXE-PROGRAMA(WS-EXE-ACHADA)
           END-IF
      * A REEXECUCAO DO MESMO DIA SUBSTITUI A ANTERIOR.
           MOVE RUN-RC TO WS-EXE-RC(WS-EXE-ACHADA)
           .
       P520-FIM.

       P530-CONFERIR-DIA.
           SET WS-CIDX TO 1
           PERFORM P540-CONFERIR-CADEIA THRU P540-FIM
               UNTIL WS-CIDX > WS-QTD-CADEIAS
           ADD 1 TO WS-DIA-INTEIRO
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               TO WS-DATA-DIA
           .
       P530-FIM.

       P540-CONFERIR-CADEIA.
           CALL 'AGENDIA' USING WS-CAD-FREQ(WS-CIDX)
                                WS-CAD-PARAM(WS-CIDX)
                                WS-DATA-DIA WS-PREVISTA
           IF WS-PREVISTA NOT = 'S'
               SET WS-CIDX UP BY 1
               GO TO P540-FIM
           END-IF
      * SEM FIM DO BATCHEOD NA DATA A JANELA NEM RODOU; OS JOBS DA
      * CADEIA NAO SAO LISTADOS UM A UM.
           MOVE WS-DATA-DIA TO WS-BUSCA-DATA
           MOVE 'BATCHEOD'  TO WS-BUSCA-PROGRAMA
           PERFORM P560-ACHAR-EXECUCAO THRU P560-FIM
           IF WS-EXE-ACHADA = 0
               ADD 1 TO WS-QT-CONFERIDOS
               ADD 1 TO WS-QT-FALTANTES
               MOVE SPACES TO REG-RELPREV
               STRING WS-DATA-DIA                DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-CAD-NOME(WS-CIDX)       DELIMITED BY SIZE
                      ' --    BATCHEOD'          DELIMITED BY SIZE
                      INTO REG-RELPREV
               END-STRING
               MOVE 'JANELA NAO EXECUTADA' TO REG-RELPREV(46:20)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ELSE
               MOVE 1 TO WS-PIDX
               PERFORM P550-CONFERIR-JOB THRU P550-FIM
                   UNTIL WS-PIDX > WS-CAD-QTD-PASSOS(WS-CIDX)
           END-IF
           SET WS-CIDX UP BY 1
           .
       P540-FIM.

       P550-CONFERIR-JOB.
           IF WS-CAD-PASSO(WS-CIDX, WS-PIDX) = SPACES
                   OR WS-CAD-PASSO(WS-CIDX, WS-PIDX) = 'BACKUP'
               ADD 1 TO WS-PIDX
               GO TO P550-FIM
           END-IF
           MOVE WS-CAD-PASSO(WS-CIDX, WS-PIDX) TO WS-BUSCA-PROGRAMA
           PERFORM P570-ACHAR-LOGADO THRU P570-FIM
           IF WS-LOG-ACHADO = 0
               ADD 1 TO WS-PIDX
               GO TO P550-FIM
           END-IF
           ADD 1 TO WS-QT-CONFERIDOS
           MOVE WS-DATA-DIA TO WS-BUSCA-DATA
           MOVE WS-CAD-PASSO(WS-CIDX, WS-PIDX) TO WS-BUSCA-PROGRAMA
           PERFORM P560-ACHAR-EXECUCAO THRU P560-FIM

           MOVE SPACES TO REG-RELPREV
           STRING WS-DATA-DIA                DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-CAD-NOME(WS-CIDX)       DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-PIDX                    DELIMITED BY SIZE
                  '    '                     DELIMITED BY SIZE
                  WS-CAD-PASSO(WS-CIDX, WS-PIDX)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           EVALUATE TRUE
               WHEN WS-EXE-ACHADA = 0
                   ADD 1 TO WS-QT-FALTANTES
                   MOVE 'NAO EXECUTADO' TO REG-RELPREV(46:20)
                   PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               WHEN WS-EXE-RC(WS-EXE-ACHADA) NOT < 8
                   ADD 1 TO WS-QT-FALHAS
                   MOVE 'FALHOU RC '    TO REG-RELPREV(46:10)
                   MOVE WS-EXE-RC(WS-EXE-ACHADA) TO REG-RELPREV(56:2)
                   PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               WHEN OTHER
                   ADD 1 TO WS-QT-EXECUTADOS
           END-EVALUATE
           ADD 1 TO WS-PIDX
           .
       P550-FIM.

       P560-ACHAR-EXECUCAO.
           MOVE 0 TO WS-EXE-ACHADA
           SET WS-EIDX TO 1
           PERFORM P565-COMPARAR-EXECUCAO THRU P565-FIM
               UNTIL WS-EIDX > WS-QTD-EXECUCOES OR WS-EXE-ACHADA > 0
           .
       P560-FIM.

       P565-COMPARAR-EXECUCAO.
           IF WS-EXE-DATA(WS-EIDX) = WS-BUSCA-DATA
                   AND WS-EXE-PROGRAMA(WS-EIDX) = WS-BUSCA-PROGRAMA
               SET WS-EXE-ACHADA TO WS-EIDX
           END-IF
           SET WS-EIDX UP BY 1
           .
       P565-FIM.

       P570-ACHAR-LOGADO.
           MOVE 0 TO WS-LOG-ACHADO
           SET WS-LIDX TO 1
           PERFORM P575-COMPARAR-LOGADO THRU P575-FIM
               UNTIL WS-LIDX > WS-QTD-LOGADOS OR WS-LOG-ACHADO > 0
           .
       P570-FIM.

       P575-COMPARAR-LOGADO.
           IF WS-LOG-PROGRAMA(WS-LIDX) = WS-BUSCA-PROGRAMA
               SET WS-LOG-ACHADO TO WS-LIDX
           END-IF
           SET WS-LIDX UP BY 1
           .
       P575-FIM.

       P580-LISTAR-SEM-LOG.
           MOVE 1 TO WS-PIDX
           PERFORM P585-JOB-SEM-LOG THRU P585-FIM
               UNTIL WS-PIDX > WS-CAD-QTD-PASSOS(WS-CIDX)
           SET WS-CIDX UP BY 1
           .
       P580-FIM.

       P585-JOB-SEM-LOG.
           IF WS-CAD-PASSO(WS-CIDX, WS-PIDX) = SPACES
                   OR WS-CAD-PASSO(WS-CIDX, WS-PIDX) = 'BACKUP'
               ADD 1 TO WS-PIDX
               GO TO P585-FIM
           END-IF
           MOVE WS-CAD-PASSO(WS-CIDX, WS-PIDX) TO WS-BUSCA-PROGRAMA
           PERFORM P570-ACHAR-LOGADO THRU P570-FIM
           IF WS-LOG-ACHADO = 0
               IF WS-QT-SEM-LOG = 0
                   MOVE SPACES TO REG-RELPREV
                   PERFORM P850-GRAVAR-LINHA THRU P850-FIM
                   MOVE 'JOBS SEM REGISTRO NO RUN-LOG (CONFERIDOS SO '
                       TO REG-RELPREV
                   MOVE 'PELO FIM DA JANELA)' TO REG-RELPREV(45:19)
                   PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               END-IF
               ADD 1 TO WS-QT-SEM-LOG
               MOVE SPACES TO REG-RELPREV
               STRING '  '                       DELIMITED BY SIZE
                      WS-CAD-NOME(WS-CIDX)       DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-PIDX                    DELIMITED BY SIZE
                      '    '                     DELIMITED BY SIZE
                      WS-CAD-PASSO(WS-CIDX, WS-PIDX)
                                                 DELIMITED BY SIZE
                      INTO REG-RELPREV
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           ADD 1 TO WS-PIDX
           .
       P585-FIM.

       P700-DESCREVER-REGRA.
           MOVE SPACES TO WS-FREQ-DESC
           MOVE WS-CAD-PARAM(WS-CIDX) TO WS-PARAM-ED
           EVALUATE WS-CAD-FREQ(WS-CIDX)
               WHEN 'D'
               WHEN SPACE
                   MOVE 'DIARIA (DIA UTIL)' TO WS-FREQ-DESC
               WHEN 'S'
                   IF WS-CAD-PARAM(WS-CIDX) < 1
                           OR WS-CAD-PARAM(WS-CIDX) > 7
                       MOVE 'REGRA INVALIDA S' TO WS-FREQ-DESC
                   ELSE
                       STRING 'SEMANAL - '  DELIMITED BY SIZE
                           WS-NOME-SEMANA(
                               FUNCTION MOD(WS-CAD-PARAM(WS-CIDX), 7)
                               + 1)
                                            DELIMITED BY SIZE
                           INTO WS-FREQ-DESC
                       END-STRING
                   END-IF
               WHEN 'M'
                   IF WS-CAD-PARAM(WS-CIDX) < 1
                           OR WS-CAD-PARAM(WS-CIDX) > 23
                       MOVE 'REGRA INVALIDA M' TO WS-FREQ-DESC
                   ELSE
                       STRING 'MENSAL - '   DELIMITED BY SIZE
                              WS-PARAM-ED   DELIMITED BY SIZE
                              'O DIA UTIL'  DELIMITED BY SIZE
                              INTO WS-FREQ-DESC
                       END-STRING
                   END-IF
               WHEN 'F'
                   MOVE 'FIM DE MES (ULT. UTIL)' TO WS-FREQ-DESC
               WHEN OTHER
                   MOVE 'REGRA INVALIDA' TO WS-FREQ-DESC
           END-EVALUATE
           .
       P700-FIM.

       P800-TOTAIS.
           IF WS-FIM-RC < 4
                   AND (WS-QT-FALTANTES > 0 OR WS-QT-FALHAS > 0
                        OR WS-QT-INVALIDAS > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELPREV
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'CADEIAS CONHECIDAS.....: ' DELIMITED BY SIZE
                  WS-QTD-CADEIAS            DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'REGRAS INVALIDAS.......: ' DELIMITED BY SIZE
                  WS-QT-INVALIDAS           DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'DIAS COM CADEIA NO MES.: ' DELIMITED BY SIZE
                  WS-QT-DIAS-PREV           DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'RODADAS PREVISTAS......: ' DELIMITED BY SIZE
                  WS-QT-RODADAS-PREV        DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'JOBS CONFERIDOS........: ' DELIMITED BY SIZE
                  WS-QT-CONFERIDOS          DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'EXECUTADOS.............: ' DELIMITED BY SIZE
                  WS-QT-EXECUTADOS          DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'NAO EXECUTADOS.........: ' DELIMITED BY SIZE
                  WS-QT-FALTANTES           DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'FALHARAM...............: ' DELIMITED BY SIZE
                  WS-QT-FALHAS              DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPREV
           STRING 'JOBS SEM RUN-LOG.......: ' DELIMITED BY SIZE
                  WS-QT-SEM-LOG             DELIMITED BY SIZE
                  INTO REG-RELPREV
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELPREV
               MOVE 'RELPREV'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS    TO WS-CAT-REGISTROS
               MOVE WS-RELPREV-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P800-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELPREV
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELPREV TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PREVCAL.
