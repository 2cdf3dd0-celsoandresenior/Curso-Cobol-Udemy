      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: VIRADA DO ANO LETIVO. RODA DEPOIS DO FECHAMENTO DO
      *          ANO (NOTAS DO 4O BIMESTRE, FREQUENCIA E RECUPERACAO
      *          LANCADAS, CERTIFICADOS DO CERTSTUD JA EMITIDOS):
      *          - CONFERE ANTES SE HA ALUNO MATRICULADO COM NOTA DE
      *            RECUPERACAO AINDA POR LANCAR (MESMO CRITERIO DO
      *            RECUPLST); HAVENDO, LISTA OS ALUNOS E NAO VIRA
      *            NADA (RC 8): O STATUS FINAL AINDA NAO ESTA PRONTO;
      *          - PARA CADA ALUNO MATRICULADO, GRAVA NO HISTORICO
      *            ESCOLAR PERMANENTE (HISTMST, VEJA FD_HISTESC.cpy,
      *            CHAVE ALUNO + ANO) A TURMA, AS NOTAS, A FREQUENCIA
      *            E O STATUS FINAL APURADO NO AVALCALC;
      *          - APROVADO (DIRETO OU NA RECUPERACAO) PASSA PARA A
      *            TURMA SEGUINTE DA PROGTAB (MANUTTAB, VEJA
      *            PROGTAB.cpy); NA ULTIMA TURMA DO CURSO CONCLUI
      *            (SITUACAO C, COM A TRANSICAO NO STMOVLOG); TURMA
      *            SEM LINHA NA PROGTAB FICA ONDE ESTA E SAI NO
      *            RELATORIO PARA ACERTO NO CADSTUD (RC 4);
      *          - REPROVADO FICA NA MESMA TURMA;
      *          - ZERA AS NOTAS DO STUDMST E APAGA A FREQUENCIA DO
      *            FREQMST E AS NOTAS DO RECUPMST PARA O ANO NOVO.
      *          O ANO FECHADO VEM DE VIRADA_ANO (PADRAO: ANO DA DATA
      *          DE PROCESSAMENTO). ALUNO QUE JA TEM HISTORICO DO ANO
      *          FECHADO E PULADO, ENTAO UMA VIRADA INTERROMPIDA PODE
      *          SER RODADA DE NOVO. RELATORIO RELVIRADA CATALOGADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRAANO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT FREQMST ASSIGN TO DYNAMIC
               WS-FREQMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FQ-CD-STUDENT
               FILE STATUS IS WS-FS-FRQ.

               SELECT RECUPMST ASSIGN TO DYNAMIC
               WS-RECUPMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RCP-CD-STUDENT
               FILE STATUS IS WS-FS-RCP.

               SELECT HISTMST ASSIGN TO DYNAMIC
               WS-HISTMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIS.

               SELECT PROGTAB ASSIGN TO DYNAMIC
               WS-PROGTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRG.

               SELECT STMOVLOG ASSIGN TO DYNAMIC
               WS-STMOVLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.

               SELECT RELVIRADA ASSIGN TO DYNAMIC
               WS-RELVIRADA-PATH
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
       FD STUDMST.
          COPY FD_STUDENT.

       FD FREQMST.
          COPY FD_FREQ.

       FD RECUPMST.
          COPY FD_RECUP.

       FD HISTMST.
          COPY FD_HISTESC.

       FD PROGTAB.
          COPY PROGTAB.

      * LOG DE MOVIMENTO DE MATRICULA, NO MESMO DESENHO DO CADSTUD.
       FD STMOVLOG.
       01 REG-STMOVLOG.
           03 MOV-CD-STUDENT         PIC 9(05).
           03 MOV-DE                 PIC X(01).
           03 MOV-PARA               PIC X(01).
           03 MOV-DATA               PIC 9(08).
           03 MOV-OPERADOR           PIC X(08).

       FD RELVIRADA.
       01 REG-RELVIRADA             PIC X(132).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-FREQMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'.
       77 WS-RECUPMST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'.
       77 WS-HISTMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\HISTMST.DAT'.
       77 WS-PROGTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PROGTAB.TXT'.
       77 WS-STMOVLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STMOVLOG.TXT'.
       77 WS-RELVIRADA-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELVIRADA.TXT'.

       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-FRQ                 PIC 99.
          88 FS-FRQ-OK              VALUE 0.
       77 WS-FS-RCP                 PIC 99.
          88 FS-RCP-OK              VALUE 0.
       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-PRG                 PIC 99.
          88 FS-PRG-OK              VALUE 0.
       77 WS-FS-MOV                 PIC 99.
          88 FS-MOV-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'VIRAANO'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'VIRAANO'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'VIRAANO'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-ANO-TXT                PIC X(04) VALUE SPACES.
       77 WS-ANO                    PIC 9(04) VALUE ZEROES.

       77 WS-FREQ-ABERTA            PIC X VALUE 'N'.
          88 FREQ-ABERTA            VALUE 'S' FALSE 'N'.
       77 WS-RECUP-ABERTA           PIC X VALUE 'N'.
          88 RECUP-ABERTA           VALUE 'S' FALSE 'N'.
       77 WS-TEM-FREQ               PIC X VALUE 'N'.
          88 TEM-FREQ               VALUE 'S' FALSE 'N'.
       77 WS-TEM-RECUP              PIC X VALUE 'N'.
          88 TEM-RECUP              VALUE 'S' FALSE 'N'.
       77 WS-MOV-ABERTO             PIC X VALUE 'N'.
          88 MOV-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-MODO                   PIC X VALUE 'C'.
          88 MODO-CONFERENCIA       VALUE 'C'.
          88 MODO-VIRADA            VALUE 'V'.

      * COPIA EM MEMORIA DA PROGTAB (SO LINHAS ATIVAS).
       77 WS-PRG-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-PROGRESSAO.
           03 WS-PRG-ENTRY OCCURS 100 TIMES.
               05 WS-PRG-TURMA       PIC X(03).
               05 WS-PRG-SEGUINTE    PIC X(03).
       77 WS-PIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

      * AREA DE CHAMADA DO AVALCALC (REGRA DE AVALIACAO DA TURMA).
          COPY AVALCALC.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-MIDX                   PIC 9(01) VALUE ZEROES.
       77 WS-TOT-PRESENCAS          PIC 9(05) VALUE ZEROES.
       77 WS-TOT-FALTAS             PIC 9(05) VALUE ZEROES.
       77 WS-PENDENTE               PIC X VALUE 'N'.
          88 PENDENTE-OK            VALUE 'S' FALSE 'N'.

       77 WS-TURMA-ANTERIOR         PIC X(03) VALUE SPACES.
       77 WS-DESTINO                PIC X(24) VALUE SPACES.
       77 WS-NOTA-EDIT              PIC ZZ9,99.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-PENDENTES              PIC 9(05) VALUE ZEROES.
       77 WS-GRAVADOS               PIC 9(05) VALUE ZEROES.
       77 WS-JA-VIRADOS             PIC 9(05) VALUE ZEROES.
       77 WS-PROMOVIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-CONCLUINTES            PIC 9(05) VALUE ZEROES.
       77 WS-RETIDOS                PIC 9(05) VALUE ZEROES.
       77 WS-SEM-PROGRESSAO         PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** VIRADA DO ANO LETIVO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELVIRADA
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DA VIRADA DO ANO '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           STRING 'VIRADA DO ANO LETIVO ' DELIMITED BY SIZE
                  WS-ANO                  DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P150-CARREGAR-PROGTAB THRU P150-FIM
           PERFORM P200-CONFERIR-FECHAMENTO THRU P200-FIM
           IF WS-FIM-RC NOT < 8
               GO TO P000-CATALOGAR
           END-IF

           PERFORM P300-VIRAR THRU P300-FIM
           PERFORM P700-TOTAIS THRU P700-FIM
           .
       P000-CATALOGAR.
           IF FS-REL-OK
               CLOSE RELVIRADA
               MOVE 'RELVIRADA'      TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELVIRADA-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-GRAVADOS   TO WS-FIM-CONT1
           MOVE WS-PROMOVIDOS TO WS-FIM-CONT2
           MOVE WS-RETIDOS    TO WS-FIM-CONT3
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
           DISPLAY 'STUDMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-STUDMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-STUDMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'
                   TO WS-STUDMST-PATH
           END-IF

           DISPLAY 'FREQMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FREQMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FREQMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'
                   TO WS-FREQMST-PATH
           END-IF

           DISPLAY 'RECUPMST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECUPMST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RECUPMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'
                   TO WS-RECUPMST-PATH
           END-IF

           DISPLAY 'HISTMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-HISTMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-HISTMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\HISTMST.DAT'
                   TO WS-HISTMST-PATH
           END-IF

           DISPLAY 'PROGTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PROGTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PROGTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PROGTAB.TXT' TO WS-PROGTAB-PATH
           END-IF

           DISPLAY 'STMOVLOG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-STMOVLOG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-STMOVLOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STMOVLOG.TXT'
                   TO WS-STMOVLOG-PATH
           END-IF

           DISPLAY 'RELVIRADA_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELVIRADA-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELVIRADA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELVIRADA.TXT'
                   TO WS-RELVIRADA-PATH
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

           DISPLAY 'VIRADA_ANO'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANO-TXT           FROM ENVIRONMENT-VALUE
           IF WS-ANO-TXT = SPACES OR WS-ANO-TXT NOT NUMERIC
               MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO
           ELSE
               MOVE WS-ANO-TXT TO WS-ANO
           END-IF
           DISPLAY 'ANO LETIVO FECHADO: ' WS-ANO
           .
       P100-FIM.

       P150-CARREGAR-PROGTAB.
           MOVE 0 TO WS-PRG-QTD
           SET EOF-OK TO FALSE
           SET FS-PRG-OK TO TRUE
           OPEN INPUT PROGTAB
           IF NOT FS-PRG-OK
               MOVE 'TABELA DE PROGRESSAO (PROGTAB) INDISPONIVEL: '
                   TO REG-RELVIRADA
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE '  OS APROVADOS FICAM NA TURMA ATUAL.'
                   TO REG-RELVIRADA
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P150-FIM
           END-IF
           PERFORM P160-CARREGAR-LINHA THRU P160-FIM
               UNTIL EOF-OK
           CLOSE PROGTAB
           SET EOF-OK TO FALSE
           .
       P150-FIM.

       P160-CARREGAR-LINHA.
           READ PROGTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P160-FIM
           END-READ
           IF PROGTAB-DESATIVADA OR PROGTAB-TURMA = SPACES
               GO TO P160-FIM
           END-IF
           IF WS-PRG-QTD NOT < 100
               SET EOF-OK TO TRUE
               GO TO P160-FIM
           END-IF
           ADD 1 TO WS-PRG-QTD
           MOVE PROGTAB-TURMA     TO WS-PRG-TURMA(WS-PRG-QTD)
           MOVE PROGTAB-TURMA-SEG TO WS-PRG-SEGUINTE(WS-PRG-QTD)
           .
       P160-FIM.

      ******************************************************************
      * CONFERENCIA DO FECHAMENTO: NENHUM ALUNO MATRICULADO PODE
      * ESTAR COM RECUPERACAO AINDA POR LANCAR, SENAO O STATUS FINAL
      * GRAVADO NO HISTORICO NAO SERIA O DEFINITIVO.
      ******************************************************************
       P200-CONFERIR-FECHAMENTO.
           SET MODO-CONFERENCIA TO TRUE
           SET EOF-OK TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'MESTRE DE ALUNOS INDISPONIVEL (FS='
                       WS-FS-STU '). VIRADA NAO EXECUTADA.'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           PERFORM P250-ABRIR-COMPLEMENTOS THRU P250-FIM

           PERFORM P210-CONFERIR-ALUNO THRU P210-FIM
               UNTIL EOF-OK

           CLOSE STUDMST
           PERFORM P260-FECHAR-COMPLEMENTOS THRU P260-FIM
           SET EOF-OK TO FALSE

           IF WS-PENDENTES > 0
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               STRING 'ALUNOS COM RECUPERACAO PENDENTE: '
                                         DELIMITED BY SIZE
                      WS-PENDENTES       DELIMITED BY SIZE
                      '. LANCE AS NOTAS NO CADSTUD E RODE DE NOVO.'
                                         DELIMITED BY SIZE
                      INTO REG-RELVIRADA
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 'VIRADA NAO EXECUTADA.' TO REG-RELVIRADA
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P200-FIM.

       P210-CONFERIR-ALUNO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF NOT ST-MATRICULADO
               GO TO P210-FIM
           END-IF
           PERFORM P400-APURAR-STATUS THRU P400-FIM
           IF NOT AV-DIREITO-RECUP
               GO TO P210-FIM
           END-IF

           SET PENDENTE-OK TO FALSE
           PERFORM P220-MATERIA-PENDENTE THRU P220-FIM
               VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3
           IF NOT PENDENTE-OK
               GO TO P210-FIM
           END-IF

           ADD 1 TO WS-PENDENTES
           IF WS-PENDENTES = 1
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 'RECUPERACAO AINDA POR LANCAR:' TO REG-RELVIRADA
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           STRING '  ALUNO '       DELIMITED BY SIZE
                  CD-STUDENT       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NM-STUDENT       DELIMITED BY SIZE
                  ' TURMA '        DELIMITED BY SIZE
                  ST-TURMA         DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P210-FIM.

       P220-MATERIA-PENDENTE.
           IF AV-MATERIA-EM-RECUP(WS-MIDX)
                   AND RCP-DATA(WS-MIDX) = 0
               SET PENDENTE-OK TO TRUE
           END-IF
           .
       P220-FIM.

      * FREQMST E RECUPMST SAO OPCIONAIS: SEM ELES O ALUNO CONTA COMO
      * 100% PRESENTE E SEM NOTA DE RECUPERACAO. NA VIRADA SAO
      * ABERTOS PARA ATUALIZACAO (O REGISTRO DO ANO E APAGADO).
       P250-ABRIR-COMPLEMENTOS.
           SET FREQ-ABERTA TO FALSE
           SET FS-FRQ-OK TO TRUE
           IF MODO-VIRADA
               OPEN I-O FREQMST
           ELSE
               OPEN INPUT FREQMST
           END-IF
           IF FS-FRQ-OK
               SET FREQ-ABERTA TO TRUE
           END-IF

           SET RECUP-ABERTA TO FALSE
           SET FS-RCP-OK TO TRUE
           IF MODO-VIRADA
               OPEN I-O RECUPMST
           ELSE
               OPEN INPUT RECUPMST
           END-IF
           IF FS-RCP-OK
               SET RECUP-ABERTA TO TRUE
           END-IF
           .
       P250-FIM.

       P260-FECHAR-COMPLEMENTOS.
           IF FREQ-ABERTA
               CLOSE FREQMST
           END-IF
           IF RECUP-ABERTA
               CLOSE RECUPMST
           END-IF
           .
       P260-FIM.

      ******************************************************************
      * VIRADA: HISTORICO, PROGRESSAO E LIMPEZA DO ANO, ALUNO A ALUNO.
      ******************************************************************
       P300-VIRAR.
           SET EOF-OK TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN I-O STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (FS='
                       WS-FS-STU '). VIRADA NAO EXECUTADA.'
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF

           SET FS-HIS-OK TO TRUE
           OPEN I-O HISTMST
           IF WS-FS-HIS EQUAL 35
               OPEN OUTPUT HISTMST
               CLOSE HISTMST
               OPEN I-O HISTMST
           END-IF
           IF NOT FS-HIS-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO ESCOLAR (FS='
                       WS-FS-HIS '). VIRADA NAO EXECUTADA.'
               CLOSE STUDMST
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF

           SET MODO-VIRADA TO TRUE
           PERFORM P250-ABRIR-COMPLEMENTOS THRU P250-FIM

           SET MOV-ABERTO TO FALSE
           OPEN EXTEND STMOVLOG
           IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT STMOVLOG
           END-IF
           IF FS-MOV-OK
               SET MOV-ABERTO TO TRUE
           ELSE
               DISPLAY 'LOG DE MOVIMENTO INDISPONIVEL (FS='
                       WS-FS-MOV '). CONCLUSOES SEM REGISTRO NO LOG.'
           END-IF

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ALUNO'               TO REG-RELVIRADA(3:5)
           MOVE 'NOME'                TO REG-RELVIRADA(9:4)
           MOVE 'TURMA'               TO REG-RELVIRADA(30:5)
           MOVE 'MEDIA'               TO REG-RELVIRADA(37:5)
           MOVE 'FREQ.%'              TO REG-RELVIRADA(44:6)
           MOVE 'SIT.'                TO REG-RELVIRADA(51:4)
           MOVE 'DESTINO'             TO REG-RELVIRADA(56:7)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P310-VIRAR-ALUNO THRU P310-FIM
               UNTIL EOF-OK

           CLOSE STUDMST
           CLOSE HISTMST
           PERFORM P260-FECHAR-COMPLEMENTOS THRU P260-FIM
           IF MOV-ABERTO
               CLOSE STMOVLOG
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-VIRAR-ALUNO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF NOT ST-MATRICULADO
               GO TO P310-FIM
           END-IF

           MOVE CD-STUDENT TO HIS-CD-STUDENT
           MOVE WS-ANO     TO HIS-ANO
           READ HISTMST KEY IS HIS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JA-VIRADOS
                   GO TO P310-FIM
           END-READ

           PERFORM P400-APURAR-STATUS THRU P400-FIM
           PERFORM P320-MONTAR-HISTORICO THRU P320-FIM

           MOVE ST-TURMA TO WS-TURMA-ANTERIOR
           IF AV-APROVADO OR AV-APROVADO-RECUP
               PERFORM P330-PROMOVER THRU P330-FIM
           ELSE
               MOVE 'RETIDO NA TURMA' TO WS-DESTINO
           END-IF

           WRITE REG-HISTESC
           IF NOT FS-HIS-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO ALUNO '
                       CD-STUDENT ' (FS=' WS-FS-HIS '). ALUNO NAO '
                       'VIRADO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-GRAVADOS
           EVALUATE TRUE
               WHEN HIS-CURSO-CONCLUIDO
                   ADD 1 TO WS-CONCLUINTES
                   PERFORM P340-LOG-CONCLUSAO THRU P340-FIM
               WHEN HIS-TURMA-SEGUINTE NOT = SPACES
                   ADD 1 TO WS-PROMOVIDOS
               WHEN AV-APROVADO OR AV-APROVADO-RECUP
                   ADD 1 TO WS-SEM-PROGRESSAO
               WHEN OTHER
                   ADD 1 TO WS-RETIDOS
           END-EVALUATE

           MOVE ZEROES TO ST-NOTAS
           REWRITE REG-STUDENT
           IF NOT FS-STU-OK
               DISPLAY 'ERRO AO ATUALIZAR O ALUNO ' CD-STUDENT
                       ' (FS=' WS-FS-STU ').'
               MOVE 8 TO WS-FIM-RC
           END-IF
           IF TEM-FREQ
               DELETE FREQMST RECORD
           END-IF
           IF TEM-RECUP
               DELETE RECUPMST RECORD
           END-IF

           MOVE AV-MEDIA-FINAL        TO WS-NOTA-EDIT
           MOVE CD-STUDENT            TO REG-RELVIRADA(3:5)
           MOVE NM-STUDENT            TO REG-RELVIRADA(9:20)
           MOVE WS-TURMA-ANTERIOR     TO REG-RELVIRADA(31:3)
           MOVE WS-NOTA-EDIT          TO REG-RELVIRADA(36:6)
           MOVE AV-PCT-FREQ           TO WS-NOTA-EDIT
           MOVE WS-NOTA-EDIT          TO REG-RELVIRADA(44:6)
           MOVE AV-SITUACAO           TO REG-RELVIRADA(52:1)
           MOVE WS-DESTINO            TO REG-RELVIRADA(56:24)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P310-FIM.

       P320-MONTAR-HISTORICO.
           MOVE NM-STUDENT       TO HIS-NM-STUDENT
           MOVE ST-TURMA         TO HIS-TURMA
           MOVE ST-NOTAS         TO HIS-NOTAS
           MOVE AV-NOTAS-RECUP   TO HIS-NOTAS-RECUP
           IF TEM-FREQ
               MOVE FQ-BIMESTRES TO HIS-BIMESTRES
           ELSE
               MOVE ZEROES       TO HIS-BIMESTRES
           END-IF
           MOVE AV-MEDIA-MAT-FINAL(1) TO HIS-MEDIA-MAT(1)
           MOVE AV-MEDIA-MAT-FINAL(2) TO HIS-MEDIA-MAT(2)
           MOVE AV-MEDIA-MAT-FINAL(3) TO HIS-MEDIA-MAT(3)
           MOVE AV-MEDIA-FINAL   TO HIS-MEDIA-FINAL
           MOVE AV-PCT-FREQ      TO HIS-PCT-FREQ
           MOVE AV-SITUACAO      TO HIS-SITUACAO
           MOVE SPACES           TO HIS-TURMA-SEGUINTE
           MOVE 'N'              TO HIS-CONCLUIU
           MOVE WS-DATA-SISTEMA  TO HIS-DT-VIRADA
           .
       P320-FIM.

      * APROVADO: TURMA SEGUINTE DA PROGTAB, OU CONCLUSAO DO CURSO
      * NA ULTIMA TURMA. O DESTINO TAMBEM FICA NO HISTORICO.
       P330-PROMOVER.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-PIDX
           PERFORM P335-COMPARA-TURMA THRU P335-FIM
               UNTIL WS-PIDX > WS-PRG-QTD OR ACHADO-OK
           IF NOT ACHADO-OK
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               MOVE 'SEM PROGTAB: ACERTAR' TO WS-DESTINO
               GO TO P330-FIM
           END-IF

           IF WS-PRG-SEGUINTE(WS-PIDX) = SPACES
               MOVE 'C'             TO ST-SITUACAO
               MOVE WS-DATA-SISTEMA TO ST-DT-SITUACAO
               MOVE 'S'             TO HIS-CONCLUIU
               MOVE 'CURSO CONCLUIDO' TO WS-DESTINO
           ELSE
               MOVE WS-PRG-SEGUINTE(WS-PIDX) TO ST-TURMA
               MOVE WS-PRG-SEGUINTE(WS-PIDX) TO HIS-TURMA-SEGUINTE
               MOVE SPACES TO WS-DESTINO
               STRING 'PROMOVIDO PARA '     DELIMITED BY SIZE
                      ST-TURMA              DELIMITED BY SIZE
                      INTO WS-DESTINO
               END-STRING
           END-IF
           .
       P330-FIM.

       P335-COMPARA-TURMA.
           IF WS-PRG-TURMA(WS-PIDX) = ST-TURMA
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-PIDX
           END-IF
           .
       P335-FIM.

      * A CONCLUSAO E UMA TRANSICAO DE SITUACAO COMO AS DO CADSTUD:
      * VAI PARA O STMOVLOG, LIDO PELO MOVSTUD.
       P340-LOG-CONCLUSAO.
           IF NOT MOV-ABERTO
               GO TO P340-FIM
           END-IF
           MOVE CD-STUDENT      TO MOV-CD-STUDENT
           MOVE 'M'             TO MOV-DE
           MOVE 'C'             TO MOV-PARA
           MOVE WS-DATA-SISTEMA TO MOV-DATA
           MOVE 'VIRAANO'       TO MOV-OPERADOR
           WRITE REG-STMOVLOG
           .
       P340-FIM.

      * STATUS FINAL DO ALUNO CORRENTE DO STUDMST PELO AVALCALC, COM
      * A FREQUENCIA DO FREQMST E A RECUPERACAO DO RECUPMST.
       P400-APURAR-STATUS.
           MOVE 0 TO WS-TOT-PRESENCAS
           MOVE 0 TO WS-TOT-FALTAS
           SET TEM-FREQ TO FALSE
           IF FREQ-ABERTA
               MOVE CD-STUDENT TO FQ-CD-STUDENT
               READ FREQMST KEY IS FQ-CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEM-FREQ TO TRUE
                       PERFORM P410-SOMA-BIMESTRE THRU P410-FIM
                           VARYING WS-BIM FROM 1 BY 1
                           UNTIL WS-BIM > 4
               END-READ
           END-IF

           SET TEM-RECUP TO FALSE
           MOVE ZEROES TO RCP-MATERIAS
           IF RECUP-ABERTA
               MOVE CD-STUDENT TO RCP-CD-STUDENT
               READ RECUPMST KEY IS RCP-CD-STUDENT
                   INVALID KEY
                       MOVE ZEROES TO RCP-MATERIAS
                   NOT INVALID KEY
                       SET TEM-RECUP TO TRUE
               END-READ
           END-IF

           MOVE ST-TURMA         TO AV-TURMA
           MOVE ST-NOTAS         TO AV-NOTAS
           MOVE WS-TOT-PRESENCAS TO AV-PRESENCAS
           MOVE WS-TOT-FALTAS    TO AV-FALTAS
           MOVE RCP-NOTA(1)      TO AV-NOTA-RECUP(1)
           MOVE RCP-NOTA(2)      TO AV-NOTA-RECUP(2)
           MOVE RCP-NOTA(3)      TO AV-NOTA-RECUP(3)
           CALL 'AVALCALC' USING CALCULO-AVALIACAO
           .
       P400-FIM.

       P410-SOMA-BIMESTRE.
           ADD FQ-PRESENCAS(WS-BIM) TO WS-TOT-PRESENCAS
           ADD FQ-FALTAS(WS-BIM)    TO WS-TOT-FALTAS
           .
       P410-FIM.

       P700-TOTAIS.
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ALUNOS LIDOS..............: ' DELIMITED BY SIZE
                  WS-LIDOS                       DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'GRAVADOS NO HISTORICO.....: ' DELIMITED BY SIZE
                  WS-GRAVADOS                    DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'JA VIRADOS ANTES (PULADOS): ' DELIMITED BY SIZE
                  WS-JA-VIRADOS                  DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'PROMOVIDOS................: ' DELIMITED BY SIZE
                  WS-PROMOVIDOS                  DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'CONCLUINTES DO CURSO......: ' DELIMITED BY SIZE
                  WS-CONCLUINTES                 DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'RETIDOS NA MESMA TURMA....: ' DELIMITED BY SIZE
                  WS-RETIDOS                     DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'APROVADOS SEM PROGTAB.....: ' DELIMITED BY SIZE
                  WS-SEM-PROGRESSAO              DELIMITED BY SIZE
                  INTO REG-RELVIRADA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELVIRADA
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELVIRADA TRAILING)
           MOVE SPACES TO REG-RELVIRADA
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM VIRAANO.
