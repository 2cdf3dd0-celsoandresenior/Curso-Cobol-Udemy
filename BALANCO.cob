      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: BALANCO DOS TOTAIS DE CONTROLE DA JANELA NOTURNA
      *          (ULTIMO PASSO DA CADEIA DO BATCHEOD). CADA JOB JA
      *          GRAVA OS SEUS CONTADORES NO RUN-LOG (RUN-CONT1..3);
      *          AQUI SE CONFERE SE OS JOBS DA MESMA NOITE BATEM
      *          ENTRE SI, SEGUNDO A TABELA DE REGRAS BALTAB.TXT
      *          (VEJA BALTAB.cpy): CONTADOR X DO JOB A CONTRA
      *          CONTADOR Y DO JOB B, IGUAIS OU DENTRO DE UMA
      *          TOLERANCIA. VALE O ULTIMO REGISTRO DE FIM DE CADA
      *          JOB NA DATA DE PROCESSAMENTO. O RESULTADO SAI NO
      *          RELBAL.TXT, REGRA A REGRA, BALANCEADA OU FORA DE
      *          BALANCO. QUALQUER QUEBRA (DIFERENCA ACIMA DA
      *          TOLERANCIA, JOB SEM EXECUCAO NO DIA OU REGRA
      *          INVALIDA) DEVOLVE RC 4, QUE O PAINEL DASHCONT MOSTRA
      *          SEM PARAR A CADEIA; TABELA OU RUN-LOG ILEGIVEL
      *          DEVOLVE RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BALTAB ASSIGN TO DYNAMIC
               WS-BALTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAL.

               SELECT RELBAL ASSIGN TO DYNAMIC
               WS-RELBAL-PATH
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
       FD BALTAB.
          COPY BALTAB.

       FD RELBAL.
       01 REG-RELBAL                PIC X(132).

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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'BALANCO'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-BALTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BALTAB.TXT'.
       77 WS-RELBAL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELBAL.TXT'.

       77 WS-FS-BAL                 PIC 99.
          88 FS-BAL-OK              VALUE 0.
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
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'BALANCO'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.


      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy), LIDOS PELO PAINEL DASHCONT. O MESMO
      * RUN-LOG E A ENTRADA DO BALANCO.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'BALANCO'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * ULTIMO FIM DE CADA JOB NA DATA DE PROCESSAMENTO, COM OS
      * TRES CONTADORES. UMA REEXECUCAO NO MESMO DIA SUBSTITUI A
      * ANTERIOR, PORQUE O RUN-LOG SO CRESCE NO FIM.
       01 WS-TAB-JOBS.
           03 WS-JOB-ENTRY OCCURS 50 TIMES INDEXED BY WS-JIDX.
               05 WS-JOB-NOME        PIC X(12).
               05 WS-JOB-RC          PIC 9(02).
               05 WS-JOB-HORA        PIC 9(08).
               05 WS-JOB-CONT        PIC 9(05) OCCURS 3 TIMES.

       77 WS-QTD-JOBS               PIC 9(02) VALUE ZEROES.
       77 WS-JOB-PROCURADO          PIC X(12) VALUE SPACES.
       77 WS-JOB-ACHADO             PIC 9(02) VALUE ZEROES.
       77 WS-IDX-A                  PIC 9(02) VALUE ZEROES.
       77 WS-IDX-B                  PIC 9(02) VALUE ZEROES.

       77 WS-VALOR-A                PIC 9(05) VALUE ZEROES.
       77 WS-VALOR-B                PIC 9(05) VALUE ZEROES.
       77 WS-DIFERENCA              PIC S9(05) VALUE ZEROES.
       77 WS-DIF-ABS                PIC 9(05) VALUE ZEROES.

       77 WS-QT-REGRAS              PIC 9(05) VALUE ZEROES.
       77 WS-QT-BALANCEADAS         PIC 9(05) VALUE ZEROES.
       77 WS-QT-FORA                PIC 9(05) VALUE ZEROES.
       77 WS-QT-SEM-EXECUCAO        PIC 9(05) VALUE ZEROES.
       77 WS-QT-INVALIDAS           PIC 9(05) VALUE ZEROES.
       77 WS-QT-QUEBRAS             PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       01 WS-LINHA-DET.
           03 DET-REGRA              PIC X(04).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-DESC               PIC X(30).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-PROG-A             PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-CONT-A             PIC X(01).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-VALOR-A            PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-PROG-B             PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-CONT-B             PIC X(01).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-VALOR-B            PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-DIFERENCA          PIC -----9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-TOLERANCIA         PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-SITUACAO           PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** BALANCO DOS TOTAIS DE CONTROLE DA NOITE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-ABRIR-RELATORIO THRU P150-FIM
           PERFORM P200-LER-RUNLOG THRU P200-FIM
           IF WS-FIM-RC < 8
               PERFORM P300-CONFERIR-REGRAS THRU P300-FIM
           END-IF
           PERFORM P800-TOTAIS THRU P800-FIM

           MOVE WS-QT-REGRAS      TO WS-FIM-CONT1
           MOVE WS-QT-BALANCEADAS TO WS-FIM-CONT2
           MOVE WS-QT-QUEBRAS     TO WS-FIM-CONT3
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
           DISPLAY 'BALTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-BALTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-BALTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\BALTAB.TXT'
                   TO WS-BALTAB-PATH
           END-IF

           DISPLAY 'RELBAL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELBAL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELBAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELBAL.TXT'
                   TO WS-RELBAL-PATH
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

      * A NOITE CONFERIDA E A DA DATA DE PROCESSAMENTO DA CASA (VEJA
      * DATAPROC): E ELA QUE O GRAVRUN CARIMBA EM RUN-DATA.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P150-ABRIR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELBAL
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE BALANCO (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF
           MOVE SPACES TO REG-RELBAL
           STRING 'BALANCO DOS TOTAIS DE CONTROLE - PROCESSAMENTO '
                                              DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  INTO REG-RELBAL
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELBAL
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO WS-LINHA-DET
           MOVE 'REGR'         TO DET-REGRA
           MOVE 'DESCRICAO'    TO DET-DESC
           MOVE 'JOB A'        TO DET-PROG-A
           MOVE 'C'            TO DET-CONT-A
           MOVE 'JOB B'        TO DET-PROG-B
           MOVE 'C'            TO DET-CONT-B
           MOVE 'SITUACAO'     TO DET-SITUACAO
           MOVE WS-LINHA-DET   TO REG-RELBAL
           MOVE 'VAL A'        TO REG-RELBAL(52:5)
           MOVE 'VAL B'        TO REG-RELBAL(74:5)
           MOVE '   DIF'       TO REG-RELBAL(81:6)
           MOVE '  TOL'        TO REG-RELBAL(89:5)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P150-FIM.

       P200-LER-RUNLOG.
           MOVE SPACES TO WS-TAB-JOBS
           MOVE 0 TO WS-QTD-JOBS
           SET EOF-OK TO FALSE
           SET FS-RUN-OK TO TRUE

           OPEN INPUT RUNCTL
           IF NOT FS-RUN-OK
               DISPLAY 'RUN-LOG DE OPERACOES INDISPONIVEL (FS='
                       WS-FS-RUN ').'
               MOVE 'RUN-LOG DE OPERACOES INDISPONIVEL.'
                   TO REG-RELBAL
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-EVENTO THRU P210-FIM
               UNTIL EOF-OK
           CLOSE RUNCTL
           .
       P200-FIM.

       P210-LER-EVENTO.
           READ RUNCTL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF NOT RUN-EVENTO-FIM OR RUN-DATA NOT = WS-DATA-SISTEMA
               GO TO P210-FIM
           END-IF

           MOVE RUN-PROGRAMA TO WS-JOB-PROCURADO
           PERFORM P250-PROCURAR-JOB THRU P250-FIM
           IF WS-JOB-ACHADO = 0
               IF WS-QTD-JOBS NOT < 50
                   DISPLAY 'ATENCAO: MAIS DE 50 JOBS NO RUN-LOG DO '
                           'DIA. ' RUN-PROGRAMA ' IGNORADO.'
                   GO TO P210-FIM
               END-IF
               ADD 1 TO WS-QTD-JOBS
               MOVE WS-QTD-JOBS  TO WS-JOB-ACHADO
               MOVE RUN-PROGRAMA TO WS-JOB-NOME(WS-JOB-ACHADO)
           END-IF
           MOVE RUN-RC    TO WS-JOB-RC(WS-JOB-ACHADO)
           MOVE RUN-HORA  TO WS-JOB-HORA(WS-JOB-ACHADO)
           MOVE RUN-CONT1 TO WS-JOB-CONT(WS-JOB-ACHADO, 1)
           MOVE RUN-CONT2 TO WS-JOB-CONT(WS-JOB-ACHADO, 2)
           MOVE RUN-CONT3 TO WS-JOB-CONT(WS-JOB-ACHADO, 3)
           .
       P210-FIM.

      * DEVOLVE EM WS-JOB-ACHADO A POSICAO DE WS-JOB-PROCURADO NA
      * TABELA DE JOBS DO DIA; ZERO QUANDO O JOB NAO RODOU.
       P250-PROCURAR-JOB.
           MOVE 0 TO WS-JOB-ACHADO
           SET WS-JIDX TO 1
           PERFORM P255-CASAR-JOB THRU P255-FIM
               UNTIL WS-JIDX > WS-QTD-JOBS OR WS-JOB-ACHADO > 0
           .
       P250-FIM.

       P255-CASAR-JOB.
           IF WS-JOB-NOME(WS-JIDX) = WS-JOB-PROCURADO
               SET WS-JOB-ACHADO TO WS-JIDX
           END-IF
           SET WS-JIDX UP BY 1
           .
       P255-FIM.

       P300-CONFERIR-REGRAS.
           SET EOF-OK TO FALSE
           SET FS-BAL-OK TO TRUE

           OPEN INPUT BALTAB
           IF NOT FS-BAL-OK
               DISPLAY 'TABELA DE REGRAS DE BALANCO INDISPONIVEL (FS='
                       WS-FS-BAL ').'
               MOVE 'TABELA DE REGRAS DE BALANCO INDISPONIVEL.'
                   TO REG-RELBAL
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-CONFERIR-REGRA THRU P310-FIM
               UNTIL EOF-OK
           CLOSE BALTAB
           .
       P300-FIM.

       P310-CONFERIR-REGRA.
           READ BALTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF REG-BALTAB = SPACES OR BALTAB-REGRA(1:1) = '*'
                   OR BALTAB-DESATIVADA
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-QT-REGRAS

           MOVE SPACES            TO WS-LINHA-DET
           MOVE BALTAB-REGRA      TO DET-REGRA
           MOVE BALTAB-DESC       TO DET-DESC
           MOVE BALTAB-PROG-A     TO DET-PROG-A
           MOVE BALTAB-CONT-A     TO DET-CONT-A
           MOVE BALTAB-PROG-B     TO DET-PROG-B
           MOVE BALTAB-CONT-B     TO DET-CONT-B

      * REGRA MAL PREENCHIDA NAO E IGNORADA EM SILENCIO: SAI NO
      * RELATORIO E CONTA COMO QUEBRA ATE SER ACERTADA.
           IF BALTAB-PROG-A = SPACES OR BALTAB-PROG-B = SPACES
                   OR BALTAB-CONT-A NOT NUMERIC
                   OR BALTAB-CONT-B NOT NUMERIC
                   OR NOT BALTAB-CONT-A-VALIDO
                   OR NOT BALTAB-CONT-B-VALIDO
                   OR BALTAB-TOLERANCIA NOT NUMERIC
               ADD 1 TO WS-QT-INVALIDAS
               MOVE 'REGRA INVALIDA' TO DET-SITUACAO
               GO TO P310-GRAVAR
           END-IF
           MOVE BALTAB-TOLERANCIA TO DET-TOLERANCIA
           MOVE 0 TO WS-VALOR-A
           MOVE 0 TO WS-VALOR-B

           MOVE BALTAB-PROG-A TO WS-JOB-PROCURADO
           PERFORM P250-PROCURAR-JOB THRU P250-FIM
           MOVE WS-JOB-ACHADO TO WS-IDX-A
           MOVE BALTAB-PROG-B TO WS-JOB-PROCURADO
           PERFORM P250-PROCURAR-JOB THRU P250-FIM
           MOVE WS-JOB-ACHADO TO WS-IDX-B

           IF WS-IDX-A > 0
               MOVE WS-JOB-CONT(WS-IDX-A, BALTAB-CONT-A)
                   TO WS-VALOR-A
               MOVE WS-VALOR-A TO DET-VALOR-A
           END-IF
           IF WS-IDX-B > 0
               MOVE WS-JOB-CONT(WS-IDX-B, BALTAB-CONT-B)
                   TO WS-VALOR-B
               MOVE WS-VALOR-B TO DET-VALOR-B
           END-IF
           IF WS-IDX-A = 0 OR WS-IDX-B = 0
               ADD 1 TO WS-QT-SEM-EXECUCAO
               MOVE 'SEM EXECUCAO' TO DET-SITUACAO
               GO TO P310-GRAVAR
           END-IF

           COMPUTE WS-DIFERENCA = WS-VALOR-A - WS-VALOR-B
           MOVE WS-DIFERENCA TO DET-DIFERENCA
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIF-ABS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIF-ABS
           END-IF
           IF WS-DIF-ABS > BALTAB-TOLERANCIA
               ADD 1 TO WS-QT-FORA
               MOVE 'FORA DE BALANCO' TO DET-SITUACAO
           ELSE
               ADD 1 TO WS-QT-BALANCEADAS
               MOVE 'BALANCEADA' TO DET-SITUACAO
           END-IF
           .
       P310-GRAVAR.
           MOVE WS-LINHA-DET TO REG-RELBAL
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P310-FIM.

       P800-TOTAIS.
           COMPUTE WS-QT-QUEBRAS = WS-QT-FORA + WS-QT-SEM-EXECUCAO
                                 + WS-QT-INVALIDAS
           IF WS-FIM-RC < 4 AND WS-QT-QUEBRAS > 0
               MOVE 4 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELBAL
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-FIM-RC < 8 AND WS-QT-REGRAS = 0
               MOVE 'NENHUMA REGRA ATIVA NA TABELA DE BALANCO.'
                   TO REG-RELBAL
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           MOVE SPACES TO REG-RELBAL
           STRING 'REGRAS CONFERIDAS......: ' DELIMITED BY SIZE
                  WS-QT-REGRAS              DELIMITED BY SIZE
                  INTO REG-RELBAL
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELBAL
           STRING 'BALANCEADAS............: ' DELIMITED BY SIZE
                  WS-QT-BALANCEADAS         DELIMITED BY SIZE
                  INTO REG-RELBAL
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELBAL
           STRING 'FORA DE BALANCO........: ' DELIMITED BY SIZE
                  WS-QT-FORA                DELIMITED BY SIZE
                  INTO REG-RELBAL
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELBAL
           STRING 'JOB SEM EXECUCAO NO DIA: ' DELIMITED BY SIZE
                  WS-QT-SEM-EXECUCAO         DELIMITED BY SIZE
                  INTO REG-RELBAL
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELBAL
           STRING 'REGRAS INVALIDAS.......: ' DELIMITED BY SIZE
                  WS-QT-INVALIDAS           DELIMITED BY SIZE
                  INTO REG-RELBAL
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELBAL
           IF WS-FIM-RC = 0
               MOVE 'RESULTADO: JANELA BALANCEADA.' TO REG-RELBAL
           ELSE
               STRING 'RESULTADO: JANELA FORA DE BALANCO (RC '
                                              DELIMITED BY SIZE
                      WS-FIM-RC              DELIMITED BY SIZE
                      ').'                   DELIMITED BY SIZE
                      INTO REG-RELBAL
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELBAL
               MOVE 'RELBAL'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS    TO WS-CAT-REGISTROS
               MOVE WS-RELBAL-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P800-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELBAL
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELBAL)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM BALANCO.
