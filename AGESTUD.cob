      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: AGING DAS MENSALIDADES EM ABERTO DO CURSO, NO MOLDE
      *          DO AGINGREL: PARA CADA RESPONSAVEL FATURADO NO
      *          FATSTHIST (FATSTUD), APURA NO MENSCALC AS FATURAS
      *          AINDA EM ABERTO NA DATA DE PROCESSAMENTO, DEPOIS DOS
      *          RECEBIMENTOS LANCADOS NO RECSTUD, E IMPRIME NO
      *          RELAGEST:
      *          - POR RESPONSAVEL: O SALDO POR FAIXA DE ATRASO (ATE
      *            30, 31-60, 61-90 E MAIS DE 90 DIAS CONTADOS DO FIM
      *            DA COMPETENCIA), O MAIOR ATRASO E OS ALUNOS DELE
      *            NO STUDMST COM A TURMA;
      *          - POR TURMA: OS ALUNOS CUJO RESPONSAVEL TEM
      *            MENSALIDADE VENCIDA, COM O VENCIDO DO RESPONSAVEL.
      *            O RESPONSAVEL COM ALUNOS EM DUAS TURMAS APARECE
      *            NAS DUAS; OS VALORES SO SOMAM NA PRIMEIRA PARTE.
      *          O RESPONSAVEL COM ATRASO ACIMA DE MENS_BLOQUEIO_DIAS
      *          (PADRAO 60) SAI MARCADO: O CADSTUD RECUSA A
      *          REMATRICULA DOS ALUNOS DELE SEM O SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGESTUD.

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

               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CON.

               SELECT RELAGEST ASSIGN TO DYNAMIC
               WS-RELAGEST-PATH
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
      * HISTORICO DE MENSALIDADES FATURADAS PELO FATSTUD, UMA LINHA
      * POR RESPONSAVEL FATURADO.
       FD FATSTHIST.
       01 REG-FATSTHIST.
           03 FSH-COMPETENCIA        PIC 9(06).
           03 FSH-RESPONSAVEL        PIC 9(05).
           03 FSH-QTD-ALUNOS         PIC 9(03).
           03 FSH-VALOR              PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       FD STUDMST.
          COPY FD_STUDENT.

      * MESTRE DE CONTATOS, ABERTO SO PARA O NOME DO RESPONSAVEL.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD RELAGEST.
       01 REG-RELAGEST              PIC X(132).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-FATSTHIST-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATSTHIST.TXT'.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-RELAGEST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAGEST.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-CON                 PIC 99.
          88 FS-CON-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'AGESTUD'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'AGESTUD'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'AGESTUD'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * DIAS DE ATRASO A PARTIR DOS QUAIS A REMATRICULA E BLOQUEADA
      * (O MESMO PARAMETRO DO CADSTUD).
       77 WS-BLOQUEIO-TXT           PIC X(03) VALUE SPACES.
       77 WS-BLOQUEIO-DIAS          PIC 9(03) VALUE 60.

      * RESPONSAVEIS FATURADOS, COM A POSICAO APURADA NO MENSCALC.
       77 WS-RSP-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-RESPONSAVEIS.
           03 WS-RSP-ENTRY OCCURS 500 TIMES.
               05 WS-RSP-ID          PIC 9(05).
               05 WS-RSP-VENCIDO     PIC S9(11)V99.
               05 WS-RSP-DIAS        PIC 9(05).
       77 WS-RIDX                   PIC 9(03) VALUE ZEROES.

      * ALUNOS DO STUDMST.
       77 WS-ALU-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-ALUNOS.
           03 WS-ALU-ENTRY OCCURS 500 TIMES.
               05 WS-ALU-CD          PIC 9(05).
               05 WS-ALU-NOME        PIC X(20).
               05 WS-ALU-TURMA       PIC X(03).
               05 WS-ALU-RESP        PIC 9(05).
               05 WS-ALU-SITUACAO    PIC X(01).
       77 WS-AIDX                   PIC 9(03) VALUE ZEROES.

      * TURMAS COM ALUNO DE RESPONSAVEL EM ATRASO, NA ORDEM EM QUE
      * APARECEM NO STUDMST.
       77 WS-TUR-QTD                PIC 9(02) VALUE ZEROES.
       01 WS-TAB-TURMAS.
           03 WS-TUR-COD OCCURS 50 TIMES PIC X(03).
       77 WS-TIDX                   PIC 9(02) VALUE ZEROES.
       77 WS-TURMA-CORRENTE         PIC X(03) VALUE SPACES.

          COPY MENSCALC.
       77 WS-FIDX                   PIC 9(03) VALUE ZEROES.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONTATOS-ABERTO        PIC X VALUE 'N'.
          88 CONTATOS-ABERTO        VALUE 'S' FALSE 'N'.

       77 WS-RESP-NOME              PIC X(20) VALUE SPACES.
       77 WS-RSP-30                 PIC S9(11)V99 VALUE ZEROES.
       77 WS-RSP-60                 PIC S9(11)V99 VALUE ZEROES.
       77 WS-RSP-90                 PIC S9(11)V99 VALUE ZEROES.
       77 WS-RSP-MAIS               PIC S9(11)V99 VALUE ZEROES.

       77 WS-TOTAL-30               PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-60               PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-90               PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-MAIS             PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-GERAL            PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.

       77 WS-RESP-ABERTOS           PIC 9(05) VALUE ZEROES.
       77 WS-RESP-BLOQUEADOS        PIC 9(05) VALUE ZEROES.
       77 WS-TUR-ALUNOS             PIC 9(05) VALUE ZEROES.
       77 WS-TUR-BLOQUEADOS         PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** AGING DE MENSALIDADES EM ABERTO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-RESPONSAVEIS THRU P200-FIM
           PERFORM P250-CARREGAR-ALUNOS THRU P250-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELAGEST
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE AGING DE '
                       'MENSALIDADES (FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           SET CONTATOS-ABERTO TO FALSE
           SET FS-CON-OK TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CON-OK
               SET CONTATOS-ABERTO TO TRUE
           END-IF

           PERFORM P300-POR-RESPONSAVEL THRU P300-FIM
           PERFORM P500-POR-TURMA THRU P500-FIM

           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF
           IF FS-REL-OK
               CLOSE RELAGEST
               MOVE 'RELAGEST'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELAGEST-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-RSP-QTD         TO WS-FIM-CONT1
           MOVE WS-RESP-ABERTOS    TO WS-FIM-CONT2
           MOVE WS-RESP-BLOQUEADOS TO WS-FIM-CONT3
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
           DISPLAY 'FATSTHIST_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATSTHIST-PATH    FROM ENVIRONMENT-VALUE
           IF WS-FATSTHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATSTHIST.TXT'
                   TO WS-FATSTHIST-PATH
           END-IF

           DISPLAY 'STUDMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-STUDMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-STUDMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'
                   TO WS-STUDMST-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'RELAGEST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELAGEST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELAGEST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELAGEST.TXT'
                   TO WS-RELAGEST-PATH
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

           DISPLAY 'MENS_BLOQUEIO_DIAS'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-BLOQUEIO-TXT      FROM ENVIRONMENT-VALUE
           IF WS-BLOQUEIO-TXT = SPACES
                   OR WS-BLOQUEIO-TXT NOT NUMERIC
               MOVE 60 TO WS-BLOQUEIO-DIAS
           ELSE
               MOVE WS-BLOQUEIO-TXT TO WS-BLOQUEIO-DIAS
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-CARREGAR-RESPONSAVEIS.
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATSTHIST
           IF FS-HIS-OK
               PERFORM P210-CARREGAR-RESPONSAVEL THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE FATSTHIST
           ELSE
               DISPLAY 'HISTORICO DE MENSALIDADES INDISPONIVEL '
                       '(FS=' WS-FS-HIS '). NADA A ENVELHECER.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-RESPONSAVEL.
           READ FATSTHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF FSH-RESPONSAVEL NOT NUMERIC
               GO TO P210-FIM
           END-IF
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-RIDX
           PERFORM P220-COMPARA-RESPONSAVEL THRU P220-FIM
               UNTIL WS-RIDX > WS-RSP-QTD OR ACHADO-OK
           IF ACHADO-OK
               GO TO P210-FIM
           END-IF
           IF WS-RSP-QTD NOT < 500
               DISPLAY 'ATENCAO: LIMITE DE 500 RESPONSAVEIS '
                   'ATINGIDO. OS DEMAIS FORAM IGNORADOS.'
               SET EOF-OK TO TRUE
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-RSP-QTD
           MOVE FSH-RESPONSAVEL TO WS-RSP-ID(WS-RSP-QTD)
           MOVE 0               TO WS-RSP-VENCIDO(WS-RSP-QTD)
           MOVE 0               TO WS-RSP-DIAS(WS-RSP-QTD)
           .
       P210-FIM.

       P220-COMPARA-RESPONSAVEL.
           IF WS-RSP-ID(WS-RIDX) = FSH-RESPONSAVEL
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-RIDX
           END-IF
           .
       P220-FIM.

       P250-CARREGAR-ALUNOS.
           SET EOF-OK TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'MESTRE DE ALUNOS INDISPONIVEL (FS='
                       WS-FS-STU '). ALUNOS NAO LISTADOS.'
               GO TO P250-FIM
           END-IF
           PERFORM P260-CARREGAR-ALUNO THRU P260-FIM
               UNTIL EOF-OK
           CLOSE STUDMST
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CARREGAR-ALUNO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P260-FIM
           END-READ
           IF WS-ALU-QTD NOT < 500
               SET EOF-OK TO TRUE
               GO TO P260-FIM
           END-IF
           ADD 1 TO WS-ALU-QTD
           MOVE CD-STUDENT     TO WS-ALU-CD(WS-ALU-QTD)
           MOVE NM-STUDENT     TO WS-ALU-NOME(WS-ALU-QTD)
           MOVE ST-TURMA       TO WS-ALU-TURMA(WS-ALU-QTD)
           MOVE ST-RESPONSAVEL TO WS-ALU-RESP(WS-ALU-QTD)
           MOVE ST-SITUACAO    TO WS-ALU-SITUACAO(WS-ALU-QTD)
           .
       P260-FIM.

      ******************************************************************
      * PRIMEIRA PARTE: UMA LINHA POR RESPONSAVEL COM SALDO EM ABERTO,
      * SEGUIDA DOS ALUNOS DELE.
      ******************************************************************
       P300-POR-RESPONSAVEL.
           MOVE SPACES TO REG-RELAGEST
           STRING 'MENSALIDADES EM ABERTO EM ' DELIMITED BY SIZE
                  WS-DATA-SISTEMA              DELIMITED BY SIZE
                  ' - REMATRICULA BLOQUEADA ACIMA DE '
                                               DELIMITED BY SIZE
                  WS-BLOQUEIO-DIAS             DELIMITED BY SIZE
                  ' DIAS DE ATRASO'            DELIMITED BY SIZE
                  INTO REG-RELAGEST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'POR RESPONSAVEL' TO REG-RELAGEST
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'RESP. NOME'          TO REG-RELAGEST(1:10)
           MOVE 'ATE 30 DIAS'         TO REG-RELAGEST(32:11)
           MOVE '31 A 60'             TO REG-RELAGEST(52:7)
           MOVE '61 A 90'             TO REG-RELAGEST(68:7)
           MOVE 'ACIMA DE 90'         TO REG-RELAGEST(80:11)
           MOVE 'TOTAL'               TO REG-RELAGEST(102:5)
           MOVE 'DIAS'                TO REG-RELAGEST(109:4)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-RIDX
           PERFORM P310-RESPONSAVEL THRU P310-FIM
               UNTIL WS-RIDX > WS-RSP-QTD

           IF WS-RESP-ABERTOS = 0
               MOVE 'NENHUMA MENSALIDADE EM ABERTO.' TO REG-RELAGEST
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'TOTAL'               TO REG-RELAGEST(1:5)
           MOVE WS-TOTAL-30   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(28:15)
           MOVE WS-TOTAL-60   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(44:15)
           MOVE WS-TOTAL-90   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(60:15)
           MOVE WS-TOTAL-MAIS TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(76:15)
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(92:15)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'RESPONSAVEIS COM SALDO: ' DELIMITED BY SIZE
                  WS-RESP-ABERTOS            DELIMITED BY SIZE
                  '  COM REMATRICULA BLOQUEADA: '
                                             DELIMITED BY SIZE
                  WS-RESP-BLOQUEADOS         DELIMITED BY SIZE
                  INTO REG-RELAGEST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P300-FIM.

       P310-RESPONSAVEL.
           MOVE WS-RSP-ID(WS-RIDX) TO MK-RESPONSAVEL
           MOVE WS-DATA-SISTEMA    TO MK-DATA-REF
           CALL 'MENSCALC' USING CALCULO-MENSALIDADE
           IF NOT MK-CALCULADO OR MK-SALDO NOT > 0
               ADD 1 TO WS-RIDX
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-RESP-ABERTOS
           MOVE MK-SALDO-VENCIDO TO WS-RSP-VENCIDO(WS-RIDX)
           MOVE MK-DIAS-ATRASO   TO WS-RSP-DIAS(WS-RIDX)

           MOVE 0 TO WS-RSP-30
           MOVE 0 TO WS-RSP-60
           MOVE 0 TO WS-RSP-90
           MOVE 0 TO WS-RSP-MAIS
           MOVE 1 TO WS-FIDX
           PERFORM P320-CLASSIFICAR-FATURA THRU P320-FIM
               UNTIL WS-FIDX > MK-QTD-ABERTAS
           ADD WS-RSP-30   TO WS-TOTAL-30
           ADD WS-RSP-60   TO WS-TOTAL-60
           ADD WS-RSP-90   TO WS-TOTAL-90
           ADD WS-RSP-MAIS TO WS-TOTAL-MAIS
           ADD MK-SALDO    TO WS-TOTAL-GERAL

           PERFORM P330-NOME-RESPONSAVEL THRU P330-FIM
           MOVE WS-RSP-ID(WS-RIDX)    TO REG-RELAGEST(1:5)
           MOVE WS-RESP-NOME          TO REG-RELAGEST(7:20)
           MOVE WS-RSP-30   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(28:15)
           MOVE WS-RSP-60   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(44:15)
           MOVE WS-RSP-90   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(60:15)
           MOVE WS-RSP-MAIS TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(76:15)
           MOVE MK-SALDO    TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(92:15)
           MOVE MK-DIAS-ATRASO        TO REG-RELAGEST(108:5)
           IF MK-DIAS-ATRASO > WS-BLOQUEIO-DIAS
               MOVE 'REMATRICULA BLOQ.' TO REG-RELAGEST(114:17)
               ADD 1 TO WS-RESP-BLOQUEADOS
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-AIDX
           PERFORM P340-ALUNO-DO-RESPONSAVEL THRU P340-FIM
               UNTIL WS-AIDX > WS-ALU-QTD
           ADD 1 TO WS-RIDX
           .
       P310-FIM.

      * AS FAIXAS SOMAM O SALDO DE CADA FATURA PELO ATRASO DELA; A
      * FATURA AINDA NAO VENCIDA ENTRA NA PRIMEIRA FAIXA, COMO NO
      * AGINGREL.
       P320-CLASSIFICAR-FATURA.
           EVALUATE TRUE
               WHEN MK-FAT-DIAS(WS-FIDX) NOT > 30
                   ADD MK-FAT-ABERTO(WS-FIDX) TO WS-RSP-30
               WHEN MK-FAT-DIAS(WS-FIDX) NOT > 60
                   ADD MK-FAT-ABERTO(WS-FIDX) TO WS-RSP-60
               WHEN MK-FAT-DIAS(WS-FIDX) NOT > 90
                   ADD MK-FAT-ABERTO(WS-FIDX) TO WS-RSP-90
               WHEN OTHER
                   ADD MK-FAT-ABERTO(WS-FIDX) TO WS-RSP-MAIS
           END-EVALUATE
           ADD 1 TO WS-FIDX
           .
       P320-FIM.

       P330-NOME-RESPONSAVEL.
           MOVE SPACES TO WS-RESP-NOME
           IF WS-RSP-ID(WS-RIDX) = 0
               MOVE 'ALUNOS SEM RESPONSAVEL' TO WS-RESP-NOME
               GO TO P330-FIM
           END-IF
           IF NOT CONTATOS-ABERTO
               MOVE 'NAO IDENTIFICADO' TO WS-RESP-NOME
               GO TO P330-FIM
           END-IF
           MOVE WS-RSP-ID(WS-RIDX) TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'NAO ENCONTRADO' TO WS-RESP-NOME
               NOT INVALID KEY
                   MOVE NM-CONTATO TO WS-RESP-NOME
           END-READ
           .
       P330-FIM.

       P340-ALUNO-DO-RESPONSAVEL.
           IF WS-ALU-RESP(WS-AIDX) NOT = WS-RSP-ID(WS-RIDX)
               ADD 1 TO WS-AIDX
               GO TO P340-FIM
           END-IF
           MOVE 'ALUNO'               TO REG-RELAGEST(7:5)
           MOVE WS-ALU-CD(WS-AIDX)    TO REG-RELAGEST(13:5)
           MOVE WS-ALU-NOME(WS-AIDX)  TO REG-RELAGEST(19:20)
           MOVE 'TURMA'               TO REG-RELAGEST(40:5)
           MOVE WS-ALU-TURMA(WS-AIDX) TO REG-RELAGEST(46:3)
           MOVE 'SITUACAO'            TO REG-RELAGEST(51:8)
           MOVE WS-ALU-SITUACAO(WS-AIDX) TO REG-RELAGEST(60:1)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-AIDX
           .
       P340-FIM.

      ******************************************************************
      * SEGUNDA PARTE: POR TURMA, OS ALUNOS CUJO RESPONSAVEL TEM
      * MENSALIDADE VENCIDA.
      ******************************************************************
       P500-POR-TURMA.
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'POR TURMA (ALUNOS COM RESPONSAVEL EM ATRASO)'
               TO REG-RELAGEST
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 0 TO WS-TUR-QTD
           MOVE 1 TO WS-AIDX
           PERFORM P510-MONTAR-TURMA THRU P510-FIM
               UNTIL WS-AIDX > WS-ALU-QTD

           IF WS-TUR-QTD = 0
               MOVE 'NENHUM ALUNO COM RESPONSAVEL EM ATRASO.'
                   TO REG-RELAGEST
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P500-FIM
           END-IF

           MOVE 1 TO WS-TIDX
           PERFORM P530-IMPRIMIR-TURMA THRU P530-FIM
               UNTIL WS-TIDX > WS-TUR-QTD
           .
       P500-FIM.

       P510-MONTAR-TURMA.
           PERFORM P520-ACHA-RESPONSAVEL THRU P520-FIM
           IF NOT ACHADO-OK
               ADD 1 TO WS-AIDX
               GO TO P510-FIM
           END-IF
           IF WS-RSP-VENCIDO(WS-RIDX) NOT > 0
               ADD 1 TO WS-AIDX
               GO TO P510-FIM
           END-IF
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-TIDX
           PERFORM P515-COMPARA-TURMA THRU P515-FIM
               UNTIL WS-TIDX > WS-TUR-QTD OR ACHADO-OK
           IF NOT ACHADO-OK AND WS-TUR-QTD < 50
               ADD 1 TO WS-TUR-QTD
               MOVE WS-ALU-TURMA(WS-AIDX) TO WS-TUR-COD(WS-TUR-QTD)
           END-IF
           ADD 1 TO WS-AIDX
           .
       P510-FIM.

       P515-COMPARA-TURMA.
           IF WS-TUR-COD(WS-TIDX) = WS-ALU-TURMA(WS-AIDX)
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-TIDX
           END-IF
           .
       P515-FIM.

      * LOCALIZA NA TABELA DE RESPONSAVEIS O RESPONSAVEL DO ALUNO
      * WS-AIDX (WS-RIDX APONTA PARA ELE QUANDO ACHADO).
       P520-ACHA-RESPONSAVEL.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-RIDX
           PERFORM P525-COMPARA-RESPONSAVEL THRU P525-FIM
               UNTIL WS-RIDX > WS-RSP-QTD OR ACHADO-OK
           .
       P520-FIM.

       P525-COMPARA-RESPONSAVEL.
           IF WS-RSP-ID(WS-RIDX) = WS-ALU-RESP(WS-AIDX)
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-RIDX
           END-IF
           .
       P525-FIM.

       P530-IMPRIMIR-TURMA.
           MOVE WS-TUR-COD(WS-TIDX) TO WS-TURMA-CORRENTE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-TURMA-CORRENTE = SPACES
               MOVE 'SEM TURMA ATRIBUIDA' TO REG-RELAGEST
           ELSE
               STRING 'TURMA '          DELIMITED BY SIZE
                      WS-TURMA-CORRENTE DELIMITED BY SIZE
                      INTO REG-RELAGEST
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ALUNO'               TO REG-RELAGEST(3:5)
           MOVE 'NOME'                TO REG-RELAGEST(9:4)
           MOVE 'RESP.'               TO REG-RELAGEST(30:5)
           MOVE 'DIAS'                TO REG-RELAGEST(37:4)
           MOVE 'VENCIDO DO RESP.'    TO REG-RELAGEST(42:16)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 0 TO WS-TUR-ALUNOS
           MOVE 0 TO WS-TUR-BLOQUEADOS
           MOVE 1 TO WS-AIDX
           PERFORM P540-ALUNO-DA-TURMA THRU P540-FIM
               UNTIL WS-AIDX > WS-ALU-QTD

           STRING '  ALUNOS DA TURMA COM RESPONSAVEL EM ATRASO: '
                                        DELIMITED BY SIZE
                  WS-TUR-ALUNOS         DELIMITED BY SIZE
                  '  COM REMATRICULA BLOQUEADA: '
                                        DELIMITED BY SIZE
                  WS-TUR-BLOQUEADOS     DELIMITED BY SIZE
                  INTO REG-RELAGEST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-TIDX
           .
       P530-FIM.

       P540-ALUNO-DA-TURMA.
           IF WS-ALU-TURMA(WS-AIDX) NOT = WS-TURMA-CORRENTE
               ADD 1 TO WS-AIDX
               GO TO P540-FIM
           END-IF
           PERFORM P520-ACHA-RESPONSAVEL THRU P520-FIM
           IF NOT ACHADO-OK
               ADD 1 TO WS-AIDX
               GO TO P540-FIM
           END-IF
           IF WS-RSP-VENCIDO(WS-RIDX) NOT > 0
               ADD 1 TO WS-AIDX
               GO TO P540-FIM
           END-IF
           ADD 1 TO WS-TUR-ALUNOS
           MOVE WS-ALU-CD(WS-AIDX)    TO REG-RELAGEST(3:5)
           MOVE WS-ALU-NOME(WS-AIDX)  TO REG-RELAGEST(9:20)
           MOVE WS-ALU-RESP(WS-AIDX)  TO REG-RELAGEST(30:5)
           MOVE WS-RSP-DIAS(WS-RIDX)  TO REG-RELAGEST(36:5)
           MOVE WS-RSP-VENCIDO(WS-RIDX) TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO REG-RELAGEST(42:15)
           IF WS-RSP-DIAS(WS-RIDX) > WS-BLOQUEIO-DIAS
               MOVE 'REMATRICULA BLOQ.' TO REG-RELAGEST(59:17)
               ADD 1 TO WS-TUR-BLOQUEADOS
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-AIDX
           .
       P540-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELAGEST
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELAGEST TRAILING)
           MOVE SPACES TO REG-RELAGEST
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM AGESTUD.
