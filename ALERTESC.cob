      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: ESCALONAMENTO DOS ALERTAS DE FALHA DA JANELA BATCH
      *          (VEJA ALRFILA.cpy). RODA DE HORA EM HORA PELO
      *          AGENDADOR: TODO ALERTA EM ABERTO HA MAIS DE
      *          ALERTA_HORAS HORAS (PADRAO 4) SEM RECONHECIMENTO NO
      *          ALERTCONT E ESCALADO PARA A LISTA DE SUPERVISORES -
      *          OS OPERADORES DE PERFIL SUPERVISOR ATIVOS E NAO
      *          BLOQUEADOS DA OPERTAB. O ALERTA FICA MARCADO COMO
      *          ESCALADO (COM DATA E HORA) PARA NAO SER REPETIDO; O
      *          RELATORIO RELESC.TXT TRAZ OS DESTINATARIOS, OS
      *          ALERTAS ESCALADOS NESTA PASSADA E OS JA ESCALADOS
      *          QUE CONTINUAM ABERTOS. TERMINA COM RC 4 SE ALGUM
      *          ALERTA FOI ESCALADO AGORA E RC 8 SE A FILA NAO PODE
      *          SER LIDA OU REGRAVADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTESC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALRFILA ASSIGN TO DYNAMIC
               WS-ALRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALR.

               SELECT OPERTAB ASSIGN TO DYNAMIC
               WS-OPERTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPE.

               SELECT RELESC ASSIGN TO DYNAMIC
               WS-RELESC-PATH
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
       FD ALRFILA.
          COPY ALRFILA.

       FD OPERTAB.
          COPY OPERTAB.

       FD RELESC.
       01 REG-RELESC                PIC X(132).

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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'ALERTESC'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-ALRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'.
       77 WS-OPERTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\OPERTAB.TXT'.
       77 WS-RELESC-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELESC.TXT'.

       77 WS-FS-ALR                 PIC 99.
          88 FS-ALR-OK              VALUE 0.
       77 WS-FS-OPE                 PIC 99.
          88 FS-OPE-OK              VALUE 0.
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
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'ALERTESC'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.


      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy), LIDOS PELO PAINEL DASHCONT.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'ALERTESC'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * PRAZO PARA RECONHECER UM ALERTA ANTES DE ESCALAR.
       77 WS-HORAS-TXT              PIC X(03) VALUE SPACES.
       77 WS-HORAS-LIMITE           PIC 9(03) VALUE 4.
       77 WS-MIN-LIMITE             PIC 9(07) VALUE ZEROES.

      * IDADE DO ALERTA EM MINUTOS, PELO RELOGIO (DIAS DESDE A
      * ORIGEM DO CALENDARIO X 1440 + HORA X 60 + MINUTO).
       01 WS-DATA-AGORA             PIC 9(08) VALUE ZEROES.
       01 WS-HORA-AGORA             PIC 9(08) VALUE ZEROES.
       01 WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
           03 WS-AGORA-HH           PIC 9(02).
           03 WS-AGORA-MM           PIC 9(02).
           03 FILLER                PIC 9(04).
       01 WS-HORA-ALERTA            PIC 9(08) VALUE ZEROES.
       01 WS-HORA-ALERTA-R REDEFINES WS-HORA-ALERTA.
           03 WS-ALERTA-HH          PIC 9(02).
           03 WS-ALERTA-MM          PIC 9(02).
           03 FILLER                PIC 9(04).
       77 WS-MIN-AGORA              PIC 9(12) VALUE ZEROES.
       77 WS-MIN-ALERTA             PIC 9(12) VALUE ZEROES.
       77 WS-MIN-IDADE              PIC 9(12) VALUE ZEROES.
       77 WS-HORAS-IDADE            PIC 9(05) VALUE ZEROES.

      * COPIA EM MEMORIA DA FILA, REGRAVADA INTEIRA SE ALGUM ALERTA
      * FOR ESCALADO (COMO NO ALERTCONT).
       77 WS-QTD                    PIC 9(04) VALUE ZEROES.
       01 WS-TAB-ALERTAS.
           03 WS-ALERTA OCCURS 2000 TIMES INDEXED BY WS-IDX
                                    PIC X(168).
      * MARCA DOS ALERTAS ESCALADOS NESTA PASSADA, QUE NAO SE
      * REPETEM NA LISTA DOS JA ESCALADOS.
       01 WS-TAB-AGORA.
           03 WS-ESCALADO-AGORA OCCURS 2000 TIMES PIC X(01).
       77 WS-CHEIA                  PIC X VALUE 'N'.
          88 FILA-CHEIA             VALUE 'S' FALSE 'N'.

       77 WS-QT-ABERTOS             PIC 9(05) VALUE ZEROES.
       77 WS-QT-ESCALADOS           PIC 9(05) VALUE ZEROES.
       77 WS-QT-PENDENTES           PIC 9(05) VALUE ZEROES.
       77 WS-QT-SUPERVISORES        PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       01 WS-LINHA-DET.
           03 DET-SEQUENCIA          PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-PROGRAMA           PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-CADEIA             PIC X(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-PASSO              PIC Z9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-RC                 PIC Z9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-DATA-PROC          PIC 9(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-DATA               PIC 9(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-HORA               PIC X(05).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-IDADE              PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-CRITICO            PIC X(07).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-ESCALADO           PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ESCALONAMENTO DOS ALERTAS DA JANELA ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-ABRIR-RELATORIO THRU P150-FIM
           PERFORM P200-CARREGAR THRU P200-FIM
           IF WS-FIM-RC < 8
               PERFORM P300-SUPERVISORES THRU P300-FIM
               PERFORM P400-ESCALAR THRU P400-FIM
               PERFORM P500-PENDENTES THRU P500-FIM
           END-IF
           IF WS-QT-ESCALADOS > 0 AND WS-FIM-RC < 8
               PERFORM P700-REGRAVAR THRU P700-FIM
           END-IF
           PERFORM P800-TOTAIS THRU P800-FIM

           MOVE WS-QT-ABERTOS     TO WS-FIM-CONT1
           MOVE WS-QT-ESCALADOS   TO WS-FIM-CONT2
           MOVE WS-QT-PENDENTES   TO WS-FIM-CONT3
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
           DISPLAY 'ALRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ALRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'
                   TO WS-ALRFILA-PATH
           END-IF

           DISPLAY 'OPERTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-OPERTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\OPERTAB.TXT' TO WS-OPERTAB-PATH
           END-IF

           DISPLAY 'RELESC_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELESC-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELESC-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELESC.TXT'
                   TO WS-RELESC-PATH
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

           DISPLAY 'ALERTA_HORAS'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-HORAS-TXT         FROM ENVIRONMENT-VALUE
           IF WS-HORAS-TXT = SPACES
               MOVE 4 TO WS-HORAS-LIMITE
           ELSE
               IF FUNCTION TRIM(WS-HORAS-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-HORAS-TXT)
                       TO WS-HORAS-LIMITE
               ELSE
                   MOVE 4 TO WS-HORAS-LIMITE
               END-IF
           END-IF
           IF WS-HORAS-LIMITE = 0
               MOVE 4 TO WS-HORAS-LIMITE
           END-IF
           COMPUTE WS-MIN-LIMITE = WS-HORAS-LIMITE * 60

      * A IDADE DO ALERTA CORRE NO RELOGIO DE PAREDE, NAO NA DATA DE
      * PROCESSAMENTO: O QUE IMPORTA E QUANTO TEMPO FICOU SEM DONO.
           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AGORA) * 1440
               + WS-AGORA-HH * 60 + WS-AGORA-MM
           .
       P100-FIM.

       P150-ABRIR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELESC
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ESCALONAMENTO '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF
           MOVE SPACES TO REG-RELESC
           STRING 'ESCALONAMENTO DOS ALERTAS DA JANELA BATCH - '
                                              DELIMITED BY SIZE
                  WS-DATA-AGORA               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-HORA-AGORA(1:2)          DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-HORA-AGORA(3:2)          DELIMITED BY SIZE
                  ' - PRAZO DE RECONHECIMENTO ' DELIMITED BY SIZE
                  WS-HORAS-LIMITE             DELIMITED BY SIZE
                  ' HORAS'                    DELIMITED BY SIZE
                  INTO REG-RELESC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P150-FIM.

       P200-CARREGAR.
           MOVE 0 TO WS-QTD
           MOVE SPACES TO WS-TAB-AGORA
           SET FILA-CHEIA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ALR-OK TO TRUE
           OPEN INPUT ALRFILA
           IF WS-FS-ALR = 35
               MOVE 'FILA DE ALERTAS AINDA NAO EXISTE.' TO REG-RELESC
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P200-FIM
           END-IF
           IF NOT FS-ALR-OK
               DISPLAY 'FILA DE ALERTAS INDISPONIVEL (FS='
                       WS-FS-ALR ').'
               MOVE 'FILA DE ALERTAS INDISPONIVEL.' TO REG-RELESC
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           PERFORM P210-CARREGAR-ALERTA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE ALRFILA
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-ALERTA.
           READ ALRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF WS-QTD < 2000
               ADD 1 TO WS-QTD
               MOVE REG-ALRFILA TO WS-ALERTA(WS-QTD)
               IF ALR-ABERTO
                   ADD 1 TO WS-QT-ABERTOS
               END-IF
           ELSE
      * SEM TRUNCAR O HISTORICO: A PASSADA NAO MARCA NADA.
               DISPLAY 'ATENCAO: LIMITE DE 2000 ALERTAS ATINGIDO. '
                   'ARQUIVE A FILA.'
               MOVE 'FILA ACIMA DE 2000 ALERTAS. ARQUIVE A FILA.'
                   TO REG-RELESC
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               SET FILA-CHEIA TO TRUE
               MOVE 8 TO WS-FIM-RC
               SET EOF-OK TO TRUE
           END-IF
           .
       P210-FIM.

      * LISTA DE DESTINATARIOS DO ESCALONAMENTO.
       P300-SUPERVISORES.
           MOVE SPACES TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'SUPERVISORES AVISADOS' TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET EOF-OK TO FALSE
           SET FS-OPE-OK TO TRUE
           OPEN INPUT OPERTAB
           IF FS-OPE-OK
               PERFORM P310-LER-OPERADOR THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE OPERTAB
           END-IF
           SET EOF-OK TO FALSE
           IF WS-QT-SUPERVISORES = 0
               MOVE '  NENHUM SUPERVISOR ATIVO NA OPERTAB.'
                   TO REG-RELESC
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           .
       P300-FIM.

       P310-LER-OPERADOR.
           READ OPERTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF OPERTAB-SUPERVISOR
                   AND NOT OPERTAB-DESATIVADO
                   AND NOT OPERTAB-BLOQUEADO
               ADD 1 TO WS-QT-SUPERVISORES
               MOVE SPACES TO REG-RELESC
               STRING '  '              DELIMITED BY SIZE
                      OPERTAB-COD       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      OPERTAB-NOME      DELIMITED BY SIZE
                      INTO REG-RELESC
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P310-FIM.

       P400-ESCALAR.
           MOVE SPACES TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ALERTAS ESCALADOS NESTA PASSADA' TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P860-CABECALHO THRU P860-FIM
           SET WS-IDX TO 1
           PERFORM P410-ESCALAR-ALERTA THRU P410-FIM
               UNTIL WS-IDX > WS-QTD
           IF WS-QT-ESCALADOS = 0
               MOVE '  NENHUM ALERTA VENCEU O PRAZO NESTA PASSADA.'
                   TO REG-RELESC
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P400-FIM.

       P410-ESCALAR-ALERTA.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           IF ALR-ABERTO AND NOT ALR-JA-ESCALADO
               PERFORM P600-IDADE THRU P600-FIM
               IF WS-MIN-IDADE > WS-MIN-LIMITE
                   ADD 1 TO WS-QT-ESCALADOS
                   MOVE 'S'           TO ALR-ESCALADO
                   MOVE WS-DATA-AGORA TO ALR-DT-ESCALADO
                   MOVE WS-HORA-AGORA TO ALR-HORA-ESCALADO
                   MOVE REG-ALRFILA   TO WS-ALERTA(WS-IDX)
                   MOVE 'S' TO WS-ESCALADO-AGORA(WS-IDX)
                   PERFORM P610-DETALHE THRU P610-FIM
               END-IF
           END-IF
           SET WS-IDX UP BY 1
           .
       P410-FIM.

      * OS ESCALADOS EM PASSADAS ANTERIORES CONTINUAM NO RELATORIO
      * ATE SEREM RECONHECIDOS.
       P500-PENDENTES.
           MOVE SPACES TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ALERTAS JA ESCALADOS AINDA EM ABERTO' TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P860-CABECALHO THRU P860-FIM
           SET WS-IDX TO 1
           PERFORM P510-PENDENTE THRU P510-FIM
               UNTIL WS-IDX > WS-QTD
           IF WS-QT-PENDENTES = 0
               MOVE '  NENHUM.' TO REG-RELESC
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P500-FIM.

       P510-PENDENTE.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           IF WS-ESCALADO-AGORA(WS-IDX) = 'S'
               SET WS-IDX UP BY 1
               GO TO P510-FIM
           END-IF
           SET WS-IDX UP BY 1
           IF NOT ALR-ABERTO OR NOT ALR-JA-ESCALADO
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-QT-PENDENTES
           PERFORM P600-IDADE THRU P600-FIM
           PERFORM P610-DETALHE THRU P610-FIM
           .
       P510-FIM.

       P600-IDADE.
           MOVE 0 TO WS-MIN-IDADE
           IF ALR-DATA NOT NUMERIC OR ALR-DATA = 0
               GO TO P600-FIM
           END-IF
           MOVE ALR-HORA TO WS-HORA-ALERTA
           COMPUTE WS-MIN-ALERTA =
               FUNCTION INTEGER-OF-DATE(ALR-DATA) * 1440
               + WS-ALERTA-HH * 60 + WS-ALERTA-MM
           IF WS-MIN-AGORA > WS-MIN-ALERTA
               COMPUTE WS-MIN-IDADE = WS-MIN-AGORA - WS-MIN-ALERTA
           END-IF
           .
       P600-FIM.

       P610-DETALHE.
           MOVE SPACES            TO WS-LINHA-DET
           MOVE ALR-SEQUENCIA     TO DET-SEQUENCIA
           MOVE ALR-PROGRAMA      TO DET-PROGRAMA
           MOVE ALR-CADEIA        TO DET-CADEIA
           MOVE ALR-PASSO         TO DET-PASSO
           MOVE ALR-RC            TO DET-RC
           MOVE ALR-DATA-PROC     TO DET-DATA-PROC
           MOVE ALR-DATA          TO DET-DATA
           MOVE ALR-HORA(1:2)     TO DET-HORA(1:2)
           MOVE ':'               TO DET-HORA(3:1)
           MOVE ALR-HORA(3:2)     TO DET-HORA(4:2)
           DIVIDE WS-MIN-IDADE BY 60 GIVING WS-HORAS-IDADE
           MOVE WS-HORAS-IDADE    TO DET-IDADE
           IF ALR-CRITICA
               MOVE 'CRITICO'     TO DET-CRITICO
           END-IF
           STRING ALR-DT-ESCALADO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ALR-HORA-ESCALADO(1:2) DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  ALR-HORA-ESCALADO(3:2) DELIMITED BY SIZE
                  INTO DET-ESCALADO
           END-STRING
           MOVE WS-LINHA-DET TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P610-FIM.

       P700-REGRAVAR.
           SET FS-ALR-OK TO TRUE
           OPEN OUTPUT ALRFILA
           IF NOT FS-ALR-OK
               DISPLAY 'ERRO AO REGRAVAR A FILA DE ALERTAS (FS='
                       WS-FS-ALR ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P700-FIM
           END-IF
           SET WS-IDX TO 1
           PERFORM P710-REGRAVAR-ALERTA THRU P710-FIM
               UNTIL WS-IDX > WS-QTD
           CLOSE ALRFILA
           .
       P700-FIM.

       P710-REGRAVAR-ALERTA.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           WRITE REG-ALRFILA
           SET WS-IDX UP BY 1
           .
       P710-FIM.

       P800-TOTAIS.
           IF WS-FIM-RC < 4 AND WS-QT-ESCALADOS > 0
               MOVE 4 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELESC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELESC
           STRING 'ALERTAS EM ABERTO......: ' DELIMITED BY SIZE
                  WS-QT-ABERTOS             DELIMITED BY SIZE
                  INTO REG-RELESC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELESC
           STRING 'ESCALADOS NESTA PASSADA: ' DELIMITED BY SIZE
                  WS-QT-ESCALADOS           DELIMITED BY SIZE
                  INTO REG-RELESC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELESC
           STRING 'JA ESCALADOS EM ABERTO.: ' DELIMITED BY SIZE
                  WS-QT-PENDENTES           DELIMITED BY SIZE
                  INTO REG-RELESC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELESC
           STRING 'SUPERVISORES AVISADOS..: ' DELIMITED BY SIZE
                  WS-QT-SUPERVISORES        DELIMITED BY SIZE
                  INTO REG-RELESC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELESC
               MOVE 'RELESC'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS    TO WS-CAT-REGISTROS
               MOVE WS-RELESC-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P800-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELESC
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELESC)
           .
       P850-FIM.

       P860-CABECALHO.
           MOVE SPACES TO REG-RELESC
           STRING 'ALERTA PROGRAMA     CADEIA   PS  RC  PROCESS. '
                                              DELIMITED BY SIZE
                  'ABERTO   HORA  HORAS  '    DELIMITED BY SIZE
                  'CRITIC. ESCALADO EM'       DELIMITED BY SIZE
                  INTO REG-RELESC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P860-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ALERTESC.
