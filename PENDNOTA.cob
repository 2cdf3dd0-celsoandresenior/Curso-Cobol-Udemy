      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO DA COORDENACAO COM AS NOTAS AINDA NAO
      *          LANCADAS NO BIMESTRE CORRENTE, POR DOCENTE: PARA
      *          CADA DOCENTE ATIVO DA DOCTAB E CADA TURMA E MATERIA
      *          ATRIBUIDA A ELE NA DOCTUR, LISTA NO RELPEND OS
      *          ALUNOS MATRICULADOS NA TURMA SEM A NOTA DA MATERIA
      *          NO BIMESTRE. NOTA ZERO NO STUDMST E NOTA NAO
      *          LANCADA (VEJA FD_STUDENT.cpy), SALVO SE O LOG DE
      *          NOTAS DO CADSTUD (NOTALOG.cpy) REGISTRA O ZERO NO
      *          ANO. O BIMESTRE VEM DE BIMESTRE_ATUAL (1-4); SEM ELE,
      *          E O TRIMESTRE DO MES DA DATA DE PROCESSAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDNOTA.

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

               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT NOTALOG ASSIGN TO DYNAMIC
               WS-NOTALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NLG.

               SELECT RELPEND ASSIGN TO DYNAMIC
               WS-RELPEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.

       FILE SECTION.
       FD DOCTAB.
          COPY DOCTAB.

       FD DOCTUR.
          COPY DOCTUR.

       FD STUDMST.
          COPY FD_STUDENT.

       FD NOTALOG.
          COPY NOTALOG.

       FD RELPEND.
       01 REG-RELPEND               PIC X(132).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-DOCTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\DOCTAB.TXT'.
       77 WS-DOCTUR-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\DOCTUR.TXT'.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-NOTALOG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTALOG.TXT'.
       77 WS-RELPEND-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELPEND.TXT'.

       77 WS-FS-DOC                 PIC 99.
          88 FS-DOC-OK              VALUE 0.
       77 WS-FS-ATR                 PIC 99.
          88 FS-ATR-OK              VALUE 0.
       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-NLG                 PIC 99.
          88 FS-NLG-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'PENDNOTA'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'PENDNOTA'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'PENDNOTA'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

      * BIMESTRE CORRENTE E ANO LETIVO (O DA DATA DE PROCESSAMENTO).
       01 WS-DATA-PROC              PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-DATA-PROC.
           03 WS-PROC-ANO           PIC 9(04).
           03 WS-PROC-MES           PIC 9(02).
           03 WS-PROC-DIA           PIC 9(02).
       77 WS-BIMESTRE-TXT           PIC X(01) VALUE SPACES.
       77 WS-BIMESTRE               PIC 9(01) VALUE ZEROES.
       77 WS-ANO-LOG                PIC 9(04) VALUE ZEROES.

      * DOCENTES ATIVOS DA DOCTAB, NA ORDEM DA TABELA.
       77 WS-DOC-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-DOCENTES.
           03 WS-DOC-ENTRY OCCURS 500 TIMES.
               05 WS-DOC-COD         PIC X(04).
               05 WS-DOC-NOME        PIC X(20).
               05 WS-DOC-OPERADOR    PIC X(08).
               05 WS-DOC-PEND        PIC 9(05).
       77 WS-DIDX                   PIC 9(03) VALUE ZEROES.

      * ATRIBUICOES ATIVAS DE DOCENTE ATIVO, COM O DOCENTE POR
      * POSICAO NA TABELA ACIMA.
       77 WS-ATR-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-ATRIBUICOES.
           03 WS-ATR-ENTRY OCCURS 500 TIMES.
               05 WS-ATR-DIDX        PIC 9(03).
               05 WS-ATR-TURMA       PIC X(03).
               05 WS-ATR-MATERIA     PIC 9(01).
               05 WS-ATR-PEND        PIC 9(05).
       77 WS-AIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-TEM-ATRIBUICAO         PIC X VALUE 'N'.
          88 TEM-ATRIBUICAO         VALUE 'S' FALSE 'N'.

      * NOTAS DO BIMESTRE LANCADAS NO ANO SEGUNDO O NOTALOG.
       77 WS-LNC-QTD                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-LANCAMENTOS.
           03 WS-LNC-ENTRY OCCURS 5000 TIMES.
               05 WS-LNC-CD-STUDENT  PIC 9(05).
               05 WS-LNC-MATERIA     PIC 9(01).
       77 WS-LIDX                   PIC 9(04) VALUE ZEROES.

      * PENDENCIAS APURADAS: ATRIBUICAO E ALUNO.
       77 WS-PEN-QTD                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-PENDENCIAS.
           03 WS-PEN-ENTRY OCCURS 3000 TIMES.
               05 WS-PEN-AIDX        PIC 9(03).
               05 WS-PEN-CD-STUDENT  PIC 9(05).
               05 WS-PEN-NM-STUDENT  PIC X(20).
       77 WS-PIDX                   PIC 9(04) VALUE ZEROES.

       77 WS-BUSCA                  PIC X(08) VALUE SPACES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-QTD-SEM-DOCENTE        PIC 9(05) VALUE ZEROES.
       77 WS-QTD-ALUNOS             PIC 9(05) VALUE ZEROES.
       77 WS-QTD-PENDENTES          PIC 9(05) VALUE ZEROES.
       77 WS-QTD-NAO-LISTADAS       PIC 9(05) VALUE ZEROES.
       77 WS-NUM-EDIT               PIC ZZZZ9.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** NOTAS PENDENTES POR DOCENTE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-DOCENTES THRU P200-FIM
           IF WS-FIM-RC NOT < 8
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P250-CARREGAR-ATRIBUICOES THRU P250-FIM
           IF WS-FIM-RC NOT < 8
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P300-CARREGAR-LANCAMENTOS THRU P300-FIM
           PERFORM P400-CONFERIR-ALUNOS THRU P400-FIM
           IF WS-FIM-RC NOT < 8
               GO TO P000-ENCERRAR
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELPEND
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE NOTAS '
                       'PENDENTES (FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           PERFORM P500-IMPRIMIR THRU P500-FIM
           PERFORM P700-TOTAIS THRU P700-FIM

           IF FS-REL-OK
               CLOSE RELPEND
               MOVE 'RELPEND'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELPEND-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-DOC-QTD        TO WS-FIM-CONT1
           MOVE WS-QTD-ALUNOS     TO WS-FIM-CONT2
           MOVE WS-QTD-PENDENTES  TO WS-FIM-CONT3
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

           DISPLAY 'STUDMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-STUDMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-STUDMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'
                   TO WS-STUDMST-PATH
           END-IF

           DISPLAY 'NOTALOG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTALOG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NOTALOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTALOG.TXT'
                   TO WS-NOTALOG-PATH
           END-IF

           DISPLAY 'RELPEND_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELPEND-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELPEND-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELPEND.TXT'
                   TO WS-RELPEND-PATH
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

           CALL 'DATAPROC' USING WS-DATA-PROC
           DISPLAY 'BIMESTRE_ATUAL'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-BIMESTRE-TXT      FROM ENVIRONMENT-VALUE
           IF WS-BIMESTRE-TXT NOT < '1' AND WS-BIMESTRE-TXT NOT > '4'
               MOVE WS-BIMESTRE-TXT TO WS-BIMESTRE
           ELSE
               COMPUTE WS-BIMESTRE = (WS-PROC-MES - 1) / 3 + 1
           END-IF
           .
       P100-FIM.

      ******************************************************************
      * CARGA DOS DOCENTES ATIVOS. SEM A DOCTAB NAO HA O QUE COBRAR.
      ******************************************************************
       P200-CARREGAR-DOCENTES.
           SET EOF-OK TO FALSE
           SET FS-DOC-OK TO TRUE
           OPEN INPUT DOCTAB
           IF NOT FS-DOC-OK
               DISPLAY 'TABELA DE DOCENTES INDISPONIVEL (FS='
                       WS-FS-DOC '). NADA A LISTAR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           PERFORM P210-CARREGAR-DOCENTE THRU P210-FIM
               UNTIL EOF-OK
           CLOSE DOCTAB
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-DOCENTE.
           READ DOCTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF DOCTAB-DESATIVADO OR DOCTAB-COD = SPACES
               GO TO P210-FIM
           END-IF
           IF WS-DOC-QTD NOT < 500
               DISPLAY 'TABELA DE DOCENTES CHEIA. DOCENTE '
                       DOCTAB-COD ' NAO LISTADO.'
               MOVE 4 TO WS-FIM-RC
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-DOC-QTD
           MOVE DOCTAB-COD      TO WS-DOC-COD(WS-DOC-QTD)
           MOVE DOCTAB-NOME     TO WS-DOC-NOME(WS-DOC-QTD)
           MOVE DOCTAB-OPERADOR TO WS-DOC-OPERADOR(WS-DOC-QTD)
           MOVE 0               TO WS-DOC-PEND(WS-DOC-QTD)
           .
       P210-FIM.

      ******************************************************************
      * CARGA DAS ATRIBUICOES. A DE DOCENTE INATIVO OU FORA DA DOCTAB
      * E SO CONTADA.
      ******************************************************************
       P250-CARREGAR-ATRIBUICOES.
           SET EOF-OK TO FALSE
           SET FS-ATR-OK TO TRUE
           OPEN INPUT DOCTUR
           IF NOT FS-ATR-OK
               DISPLAY 'TABELA DE ATRIBUICOES DOS DOCENTES '
                       'INDISPONIVEL (FS=' WS-FS-ATR '). NADA A '
                       'LISTAR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P250-FIM
           END-IF
           PERFORM P260-CARREGAR-ATRIBUICAO THRU P260-FIM
               UNTIL EOF-OK
           CLOSE DOCTUR
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CARREGAR-ATRIBUICAO.
           READ DOCTUR
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P260-FIM
           END-READ
           IF DOCTUR-DESATIVADA
                   OR DOCTUR-MATERIA NOT NUMERIC
                   OR DOCTUR-MATERIA < 1 OR DOCTUR-MATERIA > 3
               GO TO P260-FIM
           END-IF
           MOVE DOCTUR-DOCENTE TO WS-BUSCA
           PERFORM P270-PROCURA-DOCENTE THRU P270-FIM
           IF NOT ACHADO-OK
               ADD 1 TO WS-QTD-SEM-DOCENTE
               GO TO P260-FIM
           END-IF
           IF WS-ATR-QTD NOT < 500
               DISPLAY 'TABELA DE ATRIBUICOES CHEIA. TURMA '
                       DOCTUR-TURMA ' DO DOCENTE ' DOCTUR-DOCENTE
                       ' NAO CONFERIDA.'
               MOVE 4 TO WS-FIM-RC
               GO TO P260-FIM
           END-IF
           ADD 1 TO WS-ATR-QTD
           MOVE WS-DIDX        TO WS-ATR-DIDX(WS-ATR-QTD)
           MOVE DOCTUR-TURMA   TO WS-ATR-TURMA(WS-ATR-QTD)
           MOVE DOCTUR-MATERIA TO WS-ATR-MATERIA(WS-ATR-QTD)
           MOVE 0              TO WS-ATR-PEND(WS-ATR-QTD)
           .
       P260-FIM.

      * PROCURA O DOCENTE WS-BUSCA(1:4); ACHADO, WS-DIDX APONTA PARA
      * ELE.
       P270-PROCURA-DOCENTE.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-DIDX
           PERFORM P275-COMPARA-DOCENTE THRU P275-FIM
               UNTIL WS-DIDX > WS-DOC-QTD OR ACHADO-OK
           .
       P270-FIM.

       P275-COMPARA-DOCENTE.
           IF WS-DOC-COD(WS-DIDX) = WS-BUSCA(1:4)
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-DIDX
           END-IF
           .
       P275-FIM.

      ******************************************************************
      * NOTAS DO BIMESTRE LANCADAS NO ANO, PELO LOG DO CADSTUD. SEM O
      * LOG, SO CONTA A NOTA DIFERENTE DE ZERO NO STUDMST.
      ******************************************************************
       P300-CARREGAR-LANCAMENTOS.
           SET EOF-OK TO FALSE
           SET FS-NLG-OK TO TRUE
           OPEN INPUT NOTALOG
           IF NOT FS-NLG-OK
               GO TO P300-FIM
           END-IF
           PERFORM P310-CARREGAR-LANCAMENTO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE NOTALOG
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CARREGAR-LANCAMENTO.
           READ NOTALOG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT NL-BIMESTRAL
                   OR NL-BIMESTRE NOT = WS-BIMESTRE
                   OR NL-DATA NOT NUMERIC
               GO TO P310-FIM
           END-IF
           COMPUTE WS-ANO-LOG = NL-DATA / 10000
           IF WS-ANO-LOG NOT = WS-PROC-ANO
               GO TO P310-FIM
           END-IF
           IF WS-LNC-QTD NOT < 5000
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-LNC-QTD
           MOVE NL-CD-STUDENT TO WS-LNC-CD-STUDENT(WS-LNC-QTD)
           MOVE NL-MATERIA    TO WS-LNC-MATERIA(WS-LNC-QTD)
           .
       P310-FIM.

      ******************************************************************
      * CONFERENCIA DOS ALUNOS MATRICULADOS CONTRA AS ATRIBUICOES DA
      * TURMA DELES.
      ******************************************************************
       P400-CONFERIR-ALUNOS.
           SET EOF-OK TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'MESTRE DE ALUNOS INDISPONIVEL (FS='
                       WS-FS-STU '). PENDENCIAS NAO APURADAS.'
               MOVE 8 TO WS-FIM-RC
               GO TO P400-FIM
           END-IF
           PERFORM P410-CONFERIR-ALUNO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE STUDMST
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-CONFERIR-ALUNO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF NOT ST-MATRICULADO OR ST-TURMA = SPACES
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-QTD-ALUNOS
           PERFORM P420-CONFERIR-ATRIBUICAO THRU P420-FIM
               VARYING WS-AIDX FROM 1 BY 1 UNTIL WS-AIDX > WS-ATR-QTD
           .
       P410-FIM.

       P420-CONFERIR-ATRIBUICAO.
           IF WS-ATR-TURMA(WS-AIDX) NOT = ST-TURMA
               GO TO P420-FIM
           END-IF
           IF ST-NOTA(WS-ATR-MATERIA(WS-AIDX), WS-BIMESTRE) > 0
               GO TO P420-FIM
           END-IF
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-LIDX
           PERFORM P430-COMPARA-LANCAMENTO THRU P430-FIM
               UNTIL WS-LIDX > WS-LNC-QTD OR ACHADO-OK
           IF ACHADO-OK
               GO TO P420-FIM
           END-IF

           ADD 1 TO WS-QTD-PENDENTES
           ADD 1 TO WS-ATR-PEND(WS-AIDX)
           ADD 1 TO WS-DOC-PEND(WS-ATR-DIDX(WS-AIDX))
           IF WS-PEN-QTD NOT < 3000
               ADD 1 TO WS-QTD-NAO-LISTADAS
               MOVE 4 TO WS-FIM-RC
               GO TO P420-FIM
           END-IF
           ADD 1 TO WS-PEN-QTD
           MOVE WS-AIDX    TO WS-PEN-AIDX(WS-PEN-QTD)
           MOVE CD-STUDENT TO WS-PEN-CD-STUDENT(WS-PEN-QTD)
           MOVE NM-STUDENT TO WS-PEN-NM-STUDENT(WS-PEN-QTD)
           .
       P420-FIM.

       P430-COMPARA-LANCAMENTO.
           IF WS-LNC-CD-STUDENT(WS-LIDX) = CD-STUDENT
                   AND WS-LNC-MATERIA(WS-LIDX)
                       = WS-ATR-MATERIA(WS-AIDX)
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-LIDX
           END-IF
           .
       P430-FIM.

      ******************************************************************
      * RELATORIO: POR DOCENTE, CADA TURMA E MATERIA COM OS ALUNOS
      * SEM NOTA.
      ******************************************************************
       P500-IMPRIMIR.
           MOVE SPACES TO REG-RELPEND
           STRING 'NOTAS PENDENTES DO ' DELIMITED BY SIZE
                  WS-BIMESTRE           DELIMITED BY SIZE
                  'O. BIMESTRE DE '     DELIMITED BY SIZE
                  WS-PROC-ANO           DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-DOC-QTD = 0
               MOVE 'NENHUM DOCENTE ATIVO NA DOCTAB.' TO REG-RELPEND
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P500-FIM
           END-IF

           PERFORM P510-DOCENTE THRU P510-FIM
               VARYING WS-DIDX FROM 1 BY 1 UNTIL WS-DIDX > WS-DOC-QTD
           .
       P500-FIM.

       P510-DOCENTE.
           MOVE WS-DOC-PEND(WS-DIDX) TO WS-NUM-EDIT
           STRING 'DOCENTE '              DELIMITED BY SIZE
                  WS-DOC-COD(WS-DIDX)     DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-DOC-NOME(WS-DIDX)    DELIMITED BY SIZE
                  ' OPERADOR '            DELIMITED BY SIZE
                  WS-DOC-OPERADOR(WS-DIDX) DELIMITED BY SIZE
                  ' PENDENCIAS: '         DELIMITED BY SIZE
                  WS-NUM-EDIT             DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET TEM-ATRIBUICAO TO FALSE
           PERFORM P520-ATRIBUICAO THRU P520-FIM
               VARYING WS-AIDX FROM 1 BY 1 UNTIL WS-AIDX > WS-ATR-QTD
           IF NOT TEM-ATRIBUICAO
               MOVE '   SEM TURMA ATRIBUIDA NA DOCTUR.'
                   TO REG-RELPEND
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P510-FIM.

       P520-ATRIBUICAO.
           IF WS-ATR-DIDX(WS-AIDX) NOT = WS-DIDX
               GO TO P520-FIM
           END-IF
           SET TEM-ATRIBUICAO TO TRUE
           MOVE WS-ATR-PEND(WS-AIDX) TO WS-NUM-EDIT
           STRING '   TURMA '            DELIMITED BY SIZE
                  WS-ATR-TURMA(WS-AIDX)  DELIMITED BY SIZE
                  ' MATERIA '            DELIMITED BY SIZE
                  WS-ATR-MATERIA(WS-AIDX) DELIMITED BY SIZE
                  ' - NOTAS PENDENTES: ' DELIMITED BY SIZE
                  WS-NUM-EDIT            DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-ATR-PEND(WS-AIDX) > 0
               PERFORM P530-ALUNO-PENDENTE THRU P530-FIM
                   VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PEN-QTD
           END-IF
           .
       P520-FIM.

       P530-ALUNO-PENDENTE.
           IF WS-PEN-AIDX(WS-PIDX) = WS-AIDX
               MOVE WS-PEN-CD-STUDENT(WS-PIDX) TO REG-RELPEND(8:5)
               MOVE WS-PEN-NM-STUDENT(WS-PIDX) TO REG-RELPEND(15:20)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P530-FIM.

       P700-TOTAIS.
           STRING 'DOCENTES ATIVOS...........: ' DELIMITED BY SIZE
                  WS-DOC-QTD                     DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'TURMAS/MATERIAS ATRIBUIDAS: ' DELIMITED BY SIZE
                  WS-ATR-QTD                     DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ATRIBUICOES SEM DOCENTE...: ' DELIMITED BY SIZE
                  WS-QTD-SEM-DOCENTE             DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ALUNOS MATRICULADOS.......: ' DELIMITED BY SIZE
                  WS-QTD-ALUNOS                  DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'NOTAS PENDENTES...........: ' DELIMITED BY SIZE
                  WS-QTD-PENDENTES               DELIMITED BY SIZE
                  INTO REG-RELPEND
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-QTD-NAO-LISTADAS > 0
               STRING 'PENDENCIAS NAO LISTADAS...: '
                                                 DELIMITED BY SIZE
                      WS-QTD-NAO-LISTADAS        DELIMITED BY SIZE
                      INTO REG-RELPEND
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELPEND
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELPEND TRAILING)
           MOVE SPACES TO REG-RELPEND
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PENDNOTA.
