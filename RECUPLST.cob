      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: LISTA DA RECUPERACAO: PARA CADA ALUNO MATRICULADO
      *          DO STUDMST, APURA NO AVALCALC (NOTAS, FREQUENCIA DO
      *          FREQMST E NOTAS DE RECUPERACAO JA LANCADAS NO
      *          RECUPMST) QUEM FICOU ABAIXO DA MEDIA MINIMA DA
      *          TURMA COM A FREQUENCIA DENTRO DA REGRA, E IMPRIME NO
      *          RELRECUP, POR TURMA E POR MATERIA, OS ALUNOS EM
      *          RECUPERACAO COM A MEDIA DA MATERIA, A NOTA DA
      *          RECUPERACAO E O RESULTADO: APROVADO NA RECUPERACAO,
      *          REPROVADO, OU AGUARDANDO NOTA ENQUANTO FALTAR
      *          LANCAR (CADSTUD, OPCAO 5) ALGUMA MATERIA DO ALUNO.
      *          REPROVADO POR FALTA NAO TEM RECUPERACAO E NAO SAI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPLST.

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

               SELECT RELRECUP ASSIGN TO DYNAMIC
               WS-RELRECUP-PATH
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

       FD RELRECUP.
       01 REG-RELRECUP              PIC X(132).

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
       77 WS-RELRECUP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELRECUP.TXT'.

       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-FRQ                 PIC 99.
          88 FS-FRQ-OK              VALUE 0.
       77 WS-FS-RCP                 PIC 99.
          88 FS-RCP-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'RECUPLST'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'RECUPLST'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'RECUPLST'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-FREQ-ABERTA            PIC X VALUE 'N'.
          88 FREQ-ABERTA            VALUE 'S' FALSE 'N'.
       77 WS-RECUP-ABERTA           PIC X VALUE 'N'.
          88 RECUP-ABERTA           VALUE 'S' FALSE 'N'.

      * AREA DE CHAMADA DO AVALCALC (REGRA DE AVALIACAO DA TURMA).
          COPY AVALCALC.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-TOT-PRESENCAS          PIC 9(05) VALUE ZEROES.
       77 WS-TOT-FALTAS             PIC 9(05) VALUE ZEROES.

      * ALUNOS COM DIREITO A RECUPERACAO, NA ORDEM DO STUDMST.
      * WS-CAN-RESULTADO: A = APROVADO NA RECUPERACAO, N = REPROVADO,
      * P = AGUARDANDO NOTA DE ALGUMA MATERIA.
       77 WS-CAN-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-CANDIDATOS.
           03 WS-CAN-ENTRY OCCURS 500 TIMES.
               05 WS-CAN-CD          PIC 9(05).
               05 WS-CAN-NOME        PIC X(20).
               05 WS-CAN-TURMA       PIC X(03).
               05 WS-CAN-MATERIA OCCURS 3 TIMES.
                   07 WS-CAN-EM-RECUP    PIC X(01).
                   07 WS-CAN-MEDIA       PIC 9(03)V99.
                   07 WS-CAN-NOTA        PIC 9(03)V99.
                   07 WS-CAN-LANCADA     PIC X(01).
               05 WS-CAN-MEDIA-FINAL PIC 9(03)V99.
               05 WS-CAN-RESULTADO   PIC X(01).
       77 WS-CIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-MIDX                   PIC 9(01) VALUE ZEROES.

      * TURMAS COM ALUNO EM RECUPERACAO, NA ORDEM EM QUE APARECEM.
       77 WS-TUR-QTD                PIC 9(02) VALUE ZEROES.
       01 WS-TAB-TURMAS.
           03 WS-TUR-COD OCCURS 50 TIMES PIC X(03).
       77 WS-TIDX                   PIC 9(02) VALUE ZEROES.
       77 WS-TURMA-CORRENTE         PIC X(03) VALUE SPACES.
       77 WS-MAT-ALUNOS             PIC 9(05) VALUE ZEROES.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
       77 WS-PENDENTE               PIC X VALUE 'N'.
          88 PENDENTE-OK            VALUE 'S' FALSE 'N'.

       77 WS-NOTA-EDIT              PIC ZZ9,99.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-QTD-APROVADOS          PIC 9(05) VALUE ZEROES.
       77 WS-QTD-REPROVADOS         PIC 9(05) VALUE ZEROES.
       77 WS-QTD-PENDENTES          PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** LISTA DA RECUPERACAO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-CANDIDATOS THRU P200-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELRECUP
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DA RECUPERACAO '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           PERFORM P500-POR-TURMA THRU P500-FIM
           PERFORM P700-TOTAIS THRU P700-FIM

           IF FS-REL-OK
               CLOSE RELRECUP
               MOVE 'RELRECUP'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELRECUP-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-CAN-QTD        TO WS-FIM-CONT1
           MOVE WS-QTD-APROVADOS  TO WS-FIM-CONT2
           MOVE WS-QTD-REPROVADOS TO WS-FIM-CONT3
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

           DISPLAY 'RELRECUP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELRECUP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELRECUP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELRECUP.TXT'
                   TO WS-RELRECUP-PATH
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
           .
       P100-FIM.

      ******************************************************************
      * CARGA: VARRE O STUDMST E GUARDA OS ALUNOS QUE O AVALCALC DA
      * COMO EM RECUPERACAO. SEM FREQMST O ALUNO CONTA COMO 100%
      * PRESENTE; SEM RECUPMST NENHUMA NOTA ESTA LANCADA.
      ******************************************************************
       P200-CARREGAR-CANDIDATOS.
           SET EOF-OK TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'MESTRE DE ALUNOS INDISPONIVEL (FS='
                       WS-FS-STU '). NADA A LISTAR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           SET FREQ-ABERTA TO FALSE
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQMST
           IF FS-FRQ-OK
               SET FREQ-ABERTA TO TRUE
           END-IF

           SET RECUP-ABERTA TO FALSE
           SET FS-RCP-OK TO TRUE
           OPEN INPUT RECUPMST
           IF FS-RCP-OK
               SET RECUP-ABERTA TO TRUE
           END-IF

           PERFORM P210-AVALIAR-ALUNO THRU P210-FIM
               UNTIL EOF-OK

           CLOSE STUDMST
           IF FREQ-ABERTA
               CLOSE FREQMST
           END-IF
           IF RECUP-ABERTA
               CLOSE RECUPMST
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-AVALIAR-ALUNO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF NOT ST-MATRICULADO
               GO TO P210-FIM
           END-IF

           MOVE 0 TO WS-TOT-PRESENCAS
           MOVE 0 TO WS-TOT-FALTAS
           IF FREQ-ABERTA
               MOVE CD-STUDENT TO FQ-CD-STUDENT
               READ FREQMST KEY IS FQ-CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P220-SOMA-BIMESTRE THRU P220-FIM
                           VARYING WS-BIM FROM 1 BY 1
                           UNTIL WS-BIM > 4
               END-READ
           END-IF

           MOVE ZEROES TO RCP-MATERIAS
           IF RECUP-ABERTA
               MOVE CD-STUDENT TO RCP-CD-STUDENT
               READ RECUPMST KEY IS RCP-CD-STUDENT
                   INVALID KEY
                       MOVE ZEROES TO RCP-MATERIAS
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
           IF NOT AV-DIREITO-RECUP
               GO TO P210-FIM
           END-IF
           IF WS-CAN-QTD NOT < 500
               DISPLAY 'TABELA DE ALUNOS EM RECUPERACAO CHEIA. '
                       'ALUNO ' CD-STUDENT ' NAO LISTADO.'
               MOVE 4 TO WS-FIM-RC
               GO TO P210-FIM
           END-IF

           ADD 1 TO WS-CAN-QTD
           MOVE CD-STUDENT     TO WS-CAN-CD(WS-CAN-QTD)
           MOVE NM-STUDENT     TO WS-CAN-NOME(WS-CAN-QTD)
           MOVE ST-TURMA       TO WS-CAN-TURMA(WS-CAN-QTD)
           MOVE AV-MEDIA-FINAL TO WS-CAN-MEDIA-FINAL(WS-CAN-QTD)
           SET PENDENTE-OK TO FALSE
           PERFORM P230-GUARDA-MATERIA THRU P230-FIM
               VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3

           EVALUATE TRUE
               WHEN PENDENTE-OK
                   MOVE 'P' TO WS-CAN-RESULTADO(WS-CAN-QTD)
                   ADD 1 TO WS-QTD-PENDENTES
               WHEN AV-APROVADO-RECUP
                   MOVE 'A' TO WS-CAN-RESULTADO(WS-CAN-QTD)
                   ADD 1 TO WS-QTD-APROVADOS
               WHEN OTHER
                   MOVE 'N' TO WS-CAN-RESULTADO(WS-CAN-QTD)
                   ADD 1 TO WS-QTD-REPROVADOS
           END-EVALUATE
           .
       P210-FIM.

       P220-SOMA-BIMESTRE.
           ADD FQ-PRESENCAS(WS-BIM) TO WS-TOT-PRESENCAS
           ADD FQ-FALTAS(WS-BIM)    TO WS-TOT-FALTAS
           .
       P220-FIM.

      * A MATERIA EM RECUPERACAO SEM DATA DE LANCAMENTO NO RECUPMST
      * DEIXA O RESULTADO DO ALUNO PENDENTE.
       P230-GUARDA-MATERIA.
           MOVE AV-MAT-RECUP(WS-MIDX)
               TO WS-CAN-EM-RECUP(WS-CAN-QTD, WS-MIDX)
           MOVE AV-MEDIA-MAT(WS-MIDX)
               TO WS-CAN-MEDIA(WS-CAN-QTD, WS-MIDX)
           MOVE RCP-NOTA(WS-MIDX)
               TO WS-CAN-NOTA(WS-CAN-QTD, WS-MIDX)
           IF RCP-DATA(WS-MIDX) = 0
               MOVE 'N' TO WS-CAN-LANCADA(WS-CAN-QTD, WS-MIDX)
               IF AV-MATERIA-EM-RECUP(WS-MIDX)
                   SET PENDENTE-OK TO TRUE
               END-IF
           ELSE
               MOVE 'S' TO WS-CAN-LANCADA(WS-CAN-QTD, WS-MIDX)
           END-IF
           .
       P230-FIM.

      ******************************************************************
      * RELATORIO: POR TURMA E, DENTRO DELA, POR MATERIA, OS ALUNOS
      * EM RECUPERACAO NAQUELA MATERIA.
      ******************************************************************
       P500-POR-TURMA.
           MOVE 'ALUNOS EM RECUPERACAO POR TURMA E MATERIA'
               TO REG-RELRECUP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 0 TO WS-TUR-QTD
           MOVE 1 TO WS-CIDX
           PERFORM P510-MONTAR-TURMA THRU P510-FIM
               UNTIL WS-CIDX > WS-CAN-QTD

           IF WS-TUR-QTD = 0
               MOVE 'NENHUM ALUNO EM RECUPERACAO.' TO REG-RELRECUP
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P500-FIM
           END-IF

           MOVE 1 TO WS-TIDX
           PERFORM P530-IMPRIMIR-TURMA THRU P530-FIM
               UNTIL WS-TIDX > WS-TUR-QTD
           .
       P500-FIM.

       P510-MONTAR-TURMA.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-TIDX
           PERFORM P515-COMPARA-TURMA THRU P515-FIM
               UNTIL WS-TIDX > WS-TUR-QTD OR ACHADO-OK
           IF NOT ACHADO-OK AND WS-TUR-QTD < 50
               ADD 1 TO WS-TUR-QTD
               MOVE WS-CAN-TURMA(WS-CIDX) TO WS-TUR-COD(WS-TUR-QTD)
           END-IF
           ADD 1 TO WS-CIDX
           .
       P510-FIM.

       P515-COMPARA-TURMA.
           IF WS-TUR-COD(WS-TIDX) = WS-CAN-TURMA(WS-CIDX)
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-TIDX
           END-IF
           .
       P515-FIM.

       P530-IMPRIMIR-TURMA.
           MOVE WS-TUR-COD(WS-TIDX) TO WS-TURMA-CORRENTE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-TURMA-CORRENTE = SPACES
               MOVE 'SEM TURMA ATRIBUIDA' TO REG-RELRECUP
           ELSE
               STRING 'TURMA '          DELIMITED BY SIZE
                      WS-TURMA-CORRENTE DELIMITED BY SIZE
                      INTO REG-RELRECUP
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P540-IMPRIMIR-MATERIA THRU P540-FIM
               VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3
           ADD 1 TO WS-TIDX
           .
       P530-FIM.

       P540-IMPRIMIR-MATERIA.
           MOVE 0 TO WS-MAT-ALUNOS
           MOVE 1 TO WS-CIDX
           PERFORM P550-CONTA-MATERIA THRU P550-FIM
               UNTIL WS-CIDX > WS-CAN-QTD
           IF WS-MAT-ALUNOS = 0
               GO TO P540-FIM
           END-IF

           STRING '  MATERIA '       DELIMITED BY SIZE
                  WS-MIDX            DELIMITED BY SIZE
                  ' - ALUNOS EM RECUPERACAO: '
                                     DELIMITED BY SIZE
                  WS-MAT-ALUNOS      DELIMITED BY SIZE
                  INTO REG-RELRECUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ALUNO'               TO REG-RELRECUP(5:5)
           MOVE 'NOME'                TO REG-RELRECUP(11:4)
           MOVE 'MEDIA'               TO REG-RELRECUP(33:5)
           MOVE 'RECUP.'              TO REG-RELRECUP(41:6)
           MOVE 'RESULTADO DO ALUNO'  TO REG-RELRECUP(49:18)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-CIDX
           PERFORM P560-ALUNO-DA-MATERIA THRU P560-FIM
               UNTIL WS-CIDX > WS-CAN-QTD
           .
       P540-FIM.

       P550-CONTA-MATERIA.
           IF WS-CAN-TURMA(WS-CIDX) = WS-TURMA-CORRENTE
                   AND WS-CAN-EM-RECUP(WS-CIDX, WS-MIDX) = 'S'
               ADD 1 TO WS-MAT-ALUNOS
           END-IF
           ADD 1 TO WS-CIDX
           .
       P550-FIM.

       P560-ALUNO-DA-MATERIA.
           IF WS-CAN-TURMA(WS-CIDX) NOT = WS-TURMA-CORRENTE
                   OR WS-CAN-EM-RECUP(WS-CIDX, WS-MIDX) NOT = 'S'
               ADD 1 TO WS-CIDX
               GO TO P560-FIM
           END-IF
           MOVE WS-CAN-CD(WS-CIDX)    TO REG-RELRECUP(5:5)
           MOVE WS-CAN-NOME(WS-CIDX)  TO REG-RELRECUP(11:20)
           MOVE WS-CAN-MEDIA(WS-CIDX, WS-MIDX) TO WS-NOTA-EDIT
           MOVE WS-NOTA-EDIT          TO REG-RELRECUP(32:6)
           IF WS-CAN-LANCADA(WS-CIDX, WS-MIDX) = 'S'
               MOVE WS-CAN-NOTA(WS-CIDX, WS-MIDX) TO WS-NOTA-EDIT
               MOVE WS-NOTA-EDIT      TO REG-RELRECUP(41:6)
           ELSE
               MOVE '  --  '          TO REG-RELRECUP(41:6)
           END-IF
           EVALUATE WS-CAN-RESULTADO(WS-CIDX)
               WHEN 'A'
                   MOVE 'APROVADO NA RECUPERACAO'
                       TO REG-RELRECUP(49:23)
               WHEN 'N'
                   MOVE 'REPROVADO'   TO REG-RELRECUP(49:9)
               WHEN OTHER
                   MOVE 'AGUARDANDO NOTA' TO REG-RELRECUP(49:15)
           END-EVALUATE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-CIDX
           .
       P560-FIM.

       P700-TOTAIS.
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ALUNOS LIDOS..............: ' DELIMITED BY SIZE
                  WS-LIDOS                       DELIMITED BY SIZE
                  INTO REG-RELRECUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ALUNOS EM RECUPERACAO.....: ' DELIMITED BY SIZE
                  WS-CAN-QTD                     DELIMITED BY SIZE
                  INTO REG-RELRECUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'APROVADOS NA RECUPERACAO..: ' DELIMITED BY SIZE
                  WS-QTD-APROVADOS               DELIMITED BY SIZE
                  INTO REG-RELRECUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'REPROVADOS NA RECUPERACAO.: ' DELIMITED BY SIZE
                  WS-QTD-REPROVADOS              DELIMITED BY SIZE
                  INTO REG-RELRECUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'AGUARDANDO NOTA...........: ' DELIMITED BY SIZE
                  WS-QTD-PENDENTES               DELIMITED BY SIZE
                  INTO REG-RELRECUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELRECUP
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELRECUP TRAILING)
           MOVE SPACES TO REG-RELRECUP
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RECUPLST.
