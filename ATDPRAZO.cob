      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO DIARIO DO SLA DOS CHAMADOS DO ATENDIMENTO
      *          AO CLIENTE (VEJA ATDFILE.cpy, MANTIDO PELO ATDCONT).
      *          LISTA OS CHAMADOS PENDENTES JA VENCIDOS E OS QUE
      *          VENCEM DENTRO DE ATD_AVISO_DIAS DIAS UTEIS (PADRAO 1,
      *          PELO CALENDARIO DA CASA), AGRUPADOS POR MOTIVO
      *          (ATDTAB) E, DENTRO DO MOTIVO, POR OPERADOR
      *          RESPONSAVEL, COM SUBTOTAIS. SEGUEM O RESUMO DOS
      *          PENDENTES POR MOTIVO E POR OPERADOR E A CONTAGEM DOS
      *          ENCERRADOS NO MES DA DATA DE PROCESSAMENTO DENTRO E
      *          FORA DO SLA. O RELATORIO VAI PARA RELATD.TXT,
      *          ESPELHADO NA TELA. TERMINA COM RETURN-CODE 4 SE
      *          HOUVER CHAMADO VENCIDO EM ABERTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATDPRAZO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATDFILE ASSIGN TO DYNAMIC
               WS-ATDFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ATD-PROTOCOLO
               FILE STATUS IS WS-FS-ATD.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ATDTAB ASSIGN TO DYNAMIC
               WS-ATDTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

               SELECT RELATD ASSIGN TO DYNAMIC
               WS-RELATD-PATH
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
       FD ATDFILE.
          COPY ATDFILE.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD ATDTAB.
          COPY ATDTAB.

      * ARQUIVO DE TRABALHO DO SORT: OS CHAMADOS SAEM ORDENADOS POR
      * MOTIVO, OPERADOR RESPONSAVEL E DATA DO SLA.
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SRT-MOTIVO             PIC 9(02).
           03 SRT-RESPONSAVEL        PIC X(08).
           03 SRT-DT-SLA             PIC 9(08).
           03 SRT-PROTOCOLO          PIC 9(10).
           03 SRT-PRIORIDADE         PIC X(01).
           03 SRT-ID-CONTATO         PIC 9(05).
           03 SRT-DT-ABERTURA        PIC 9(08).
           03 SRT-MARCA              PIC X(01).
               88 SRT-VENCIDO            VALUE 'V'.
               88 SRT-VENCE-BREVE        VALUE 'B'.

       FD RELATD.
       01 REG-RELATD                PIC X(132).

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-ATDFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ATDFILE.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-ATDTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\ATDTAB.TXT'.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ATDSRT.TMP'.
       77 WS-RELATD-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELATD.TXT'.

       77 WS-FS-ATD                 PIC 99.
          88 FS-ATD-OK              VALUE 0.
          88 FS-ATD-NAO-EXISTE      VALUE 35.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-TAB                 PIC 99.
          88 FS-TAB-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'ATDPRAZO'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'ATDPRAZO'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'ATDPRAZO'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       01 WS-DATA-SIS-R REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO-MES        PIC 9(06).
           03 WS-SIS-DIA            PIC 9(02).
       01 WS-DT-ENCERR              PIC 9(08) VALUE ZEROES.
       01 WS-DT-ENCERR-R REDEFINES WS-DT-ENCERR.
           03 WS-ENC-ANO-MES        PIC 9(06).
           03 WS-ENC-DIA            PIC 9(02).

      * DATA LIMITE DO AVISO: WS-AVISO-DIAS DIAS UTEIS A FRENTE DA
      * DATA DE PROCESSAMENTO.
       77 WS-AVISO-TXT              PIC X(02) VALUE SPACES.
       77 WS-AVISO-DIAS             PIC 9(02) VALUE 1.
       77 WS-AVISO-INT              PIC 9(08) VALUE ZEROES.
       77 WS-AVISO-DATA             PIC 9(08) VALUE ZEROES.
       77 WS-UTEIS-CONTADOS         PIC 9(02) VALUE ZEROES.
       77 WS-AVANCOS                PIC 9(03) VALUE ZEROES.
       77 WS-DIA-UTIL               PIC X(01) VALUE SPACES.
       77 WS-DIAS-HOJE              PIC 9(08) VALUE ZEROES.
       77 WS-ATRASO                 PIC 9(04) VALUE ZEROES.

      * MOTIVOS DA ATDTAB, COM OS PENDENTES DE CADA UM. CODIGO QUE
      * A TABELA NAO CONHECE GANHA LINHA PROPRIA NO FIM.
       77 WS-QTD-MOT                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-MOTIVOS.
           03 WS-MOT OCCURS 100 TIMES INDEXED BY WS-MOT-IDX.
               05 WS-MOT-COD         PIC 9(02).
               05 WS-MOT-DESC        PIC X(20).
               05 WS-MOT-ABERTOS     PIC 9(05).
               05 WS-MOT-VENCIDOS    PIC 9(05).
               05 WS-MOT-BREVE       PIC 9(05).
       77 WS-MOT-POS                PIC 9(03) VALUE ZEROES.
       77 WS-MOTIVO-PROCURADO       PIC 9(02) VALUE ZEROES.

      * OPERADORES RESPONSAVEIS COM CHAMADO PENDENTE (ATE 300).
       77 WS-QTD-OPE                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-OPERADORES.
           03 WS-OPE OCCURS 300 TIMES INDEXED BY WS-OPE-IDX.
               05 WS-OPE-COD         PIC X(08).
               05 WS-OPE-ABERTOS     PIC 9(05).
               05 WS-OPE-VENCIDOS    PIC 9(05).
               05 WS-OPE-BREVE       PIC 9(05).
       77 WS-OPE-POS                PIC 9(03) VALUE ZEROES.
       77 WS-OPE-EXCEDIDOS          PIC 9(05) VALUE ZEROES.

      * QUEBRAS DA SAIDA DO SORT.
       77 WS-MOTIVO-ANT             PIC 9(02) VALUE ZEROES.
       77 WS-OPERADOR-ANT           PIC X(08) VALUE SPACES.
       77 WS-SUB-VENCIDOS           PIC 9(05) VALUE ZEROES.
       77 WS-SUB-BREVE              PIC 9(05) VALUE ZEROES.
       77 WS-TOT-MOT-VENCIDOS       PIC 9(05) VALUE ZEROES.
       77 WS-TOT-MOT-BREVE          PIC 9(05) VALUE ZEROES.
       77 WS-PRIMEIRA               PIC X VALUE 'S'.
          88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.
       77 WS-FIM-SORT               PIC X VALUE 'N'.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.

       77 WS-CONTATOS-ABERTO        PIC X VALUE 'N'.
          88 CONTATOS-ABERTO        VALUE 'S' FALSE 'N'.
       77 WS-NOME-CONTATO           PIC X(30) VALUE SPACES.
       77 WS-PRIO-DESC              PIC X(05) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(14) VALUE SPACES.

       77 WS-LIDOS                  PIC 9(06) VALUE ZEROES.
       77 WS-ABERTOS                PIC 9(05) VALUE ZEROES.
       77 WS-VENCIDOS               PIC 9(05) VALUE ZEROES.
       77 WS-A-VENCER               PIC 9(05) VALUE ZEROES.
       77 WS-ENCERRADOS-MES         PIC 9(05) VALUE ZEROES.
       77 WS-NO-PRAZO-MES           PIC 9(05) VALUE ZEROES.
       77 WS-FORA-PRAZO-MES         PIC 9(05) VALUE ZEROES.
       77 WS-QTD-ED                 PIC ZZZZ9.
       77 WS-VEN-ED                 PIC ZZZZ9.
       77 WS-BRE-ED                 PIC ZZZZ9.
       77 WS-ATRASO-ED              PIC ZZZ9.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** SLA DOS CHAMADOS DO ATENDIMENTO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-DATA-AVISO THRU P150-FIM
           INITIALIZE WS-TAB-MOTIVOS
           INITIALIZE WS-TAB-OPERADORES
           PERFORM P170-CARREGAR-MOTIVOS THRU P170-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATD
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE SLA (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

           MOVE SPACES TO REG-RELATD
           STRING 'CHAMADOS DO ATENDIMENTO - SLA - POSICAO DE '
                                             DELIMITED BY SIZE
                  WS-DATA-SISTEMA            DELIMITED BY SIZE
                  ' - AVISO ATE '            DELIMITED BY SIZE
                  WS-AVISO-DATA              DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE 'CHAMADOS PENDENTES VENCIDOS OU PROXIMOS DO SLA, POR '
             & 'MOTIVO E OPERADOR' TO REG-RELATD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF FS-OK
               SET CONTATOS-ABERTO TO TRUE
           ELSE
               SET CONTATOS-ABERTO TO FALSE
           END-IF

      * A ENTRADA DO SORT LE O ARQUIVO DE CHAMADOS E CONTA TUDO; A
      * SAIDA ORDENADA E A PRIMEIRA PARTE DO RELATORIO.
           SORT SORTWORK
               ON ASCENDING KEY SRT-MOTIVO SRT-RESPONSAVEL SRT-DT-SLA
                                SRT-PROTOCOLO
               INPUT  PROCEDURE IS P200-SELECIONAR
                   THRU P200-FIM
               OUTPUT PROCEDURE IS P600-IMPRIMIR-CHAMADOS
                   THRU P600-FIM

           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF

           PERFORM P700-RESUMO-MOTIVOS THRU P700-FIM
           PERFORM P720-RESUMO-OPERADORES THRU P720-FIM
           PERFORM P800-TOTAIS THRU P800-FIM

           CLOSE RELATD
           MOVE 'RELATD'         TO WS-CAT-NOME
           MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
           MOVE WS-RELATD-PATH   TO WS-CAT-ARQUIVO
           COPY GRAVCAT.

           IF WS-FIM-RC = 0 AND WS-VENCIDOS > 0
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-ABERTOS    TO WS-FIM-CONT1
           MOVE WS-VENCIDOS   TO WS-FIM-CONT2
           MOVE WS-A-VENCER   TO WS-FIM-CONT3
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
           DISPLAY 'ATDFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ATDFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ATDFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ATDFILE.DAT'
                   TO WS-ATDFILE-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'ATDTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ATDTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ATDTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ATDTAB.TXT' TO WS-ATDTAB-PATH
           END-IF

           DISPLAY 'SORTWORK_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ATDSRT.TMP'
                   TO WS-SORTWORK-PATH
           END-IF

           DISPLAY 'RELATD_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELATD-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELATD-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELATD.TXT'
                   TO WS-RELATD-PATH
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

           DISPLAY 'ATD_AVISO_DIAS'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-AVISO-TXT         FROM ENVIRONMENT-VALUE
           IF WS-AVISO-TXT = SPACES
                   OR WS-AVISO-TXT NOT NUMERIC
               MOVE 1 TO WS-AVISO-DIAS
           ELSE
               MOVE WS-AVISO-TXT TO WS-AVISO-DIAS
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           .
       P100-FIM.

       P150-DATA-AVISO.
           MOVE WS-DIAS-HOJE    TO WS-AVISO-INT
           MOVE WS-DATA-SISTEMA TO WS-AVISO-DATA
           MOVE 0 TO WS-UTEIS-CONTADOS
           MOVE 0 TO WS-AVANCOS
           PERFORM P160-PROXIMO-DIA THRU P160-FIM
               UNTIL WS-UTEIS-CONTADOS NOT < WS-AVISO-DIAS
                  OR WS-AVANCOS > 366
           .
       P150-FIM.

       P160-PROXIMO-DIA.
           ADD 1 TO WS-AVISO-INT
           ADD 1 TO WS-AVANCOS
           MOVE FUNCTION DATE-OF-INTEGER(WS-AVISO-INT)
               TO WS-AVISO-DATA
           CALL 'DIAUTIL' USING WS-AVISO-DATA WS-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
               ADD 1 TO WS-UTEIS-CONTADOS
           END-IF
           .
       P160-FIM.

      * TODOS OS MOTIVOS DA ATDTAB, ATIVOS OU NAO: UM MOTIVO
      * DESATIVADO CONTINUA COM OS CHAMADOS QUE JA TEM.
       P170-CARREGAR-MOTIVOS.
           MOVE 0 TO WS-QTD-MOT
           SET EOF-OK TO FALSE
           SET FS-TAB-OK TO TRUE
           OPEN INPUT ATDTAB
           IF NOT FS-TAB-OK
               DISPLAY 'ATENCAO: TABELA DE MOTIVOS (ATDTAB) '
                       'INDISPONIVEL (FS=' WS-FS-TAB '). MOTIVOS SAEM '
                       'SEM DESCRICAO.'
               GO TO P170-FIM
           END-IF
           PERFORM P175-LER-MOTIVO THRU P175-FIM
               UNTIL EOF-OK
           CLOSE ATDTAB
           .
       P170-FIM.

       P175-LER-MOTIVO.
           READ ATDTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P175-FIM
           END-READ
           IF ATDTAB-COD NOT NUMERIC OR ATDTAB-COD = 0
               GO TO P175-FIM
           END-IF
           IF WS-QTD-MOT NOT < 99
               GO TO P175-FIM
           END-IF
           ADD 1 TO WS-QTD-MOT
           MOVE ATDTAB-COD  TO WS-MOT-COD(WS-QTD-MOT)
           MOVE ATDTAB-DESC TO WS-MOT-DESC(WS-QTD-MOT)
           .
       P175-FIM.

      * ENTRADA DO SORT. ARQUIVO AINDA NAO CRIADO (NENHUM CHAMADO
      * ABERTO ATE HOJE) NAO E ERRO.
       P200-SELECIONAR.
           SET FS-ATD-OK TO TRUE
           OPEN INPUT ATDFILE
           IF FS-ATD-NAO-EXISTE
               DISPLAY 'NENHUM CHAMADO REGISTRADO ATE HOJE.'
               GO TO P200-FIM
           END-IF
           IF NOT FS-ATD-OK
               DISPLAY 'ARQUIVO DE CHAMADOS INDISPONIVEL (FS='
                       WS-FS-ATD ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P210-LER-CHAMADO THRU P210-FIM
               UNTIL EOF-OK
           CLOSE ATDFILE
           .
       P200-FIM.

       P210-LER-CHAMADO.
           READ ATDFILE NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF ATD-ENCERRADO
               MOVE ATD-DT-ENCERRAMENTO TO WS-DT-ENCERR
               IF WS-ENC-ANO-MES = WS-SIS-ANO-MES
                   ADD 1 TO WS-ENCERRADOS-MES
                   IF ATD-DENTRO-DO-PRAZO
                       ADD 1 TO WS-NO-PRAZO-MES
                   ELSE
                       ADD 1 TO WS-FORA-PRAZO-MES
                   END-IF
               END-IF
               GO TO P210-FIM
           END-IF
           IF NOT ATD-PENDENTE
               GO TO P210-FIM
           END-IF

           ADD 1 TO WS-ABERTOS
           MOVE ATD-MOTIVO TO WS-MOTIVO-PROCURADO
           PERFORM P250-LOCALIZAR-MOTIVO THRU P250-FIM
           PERFORM P260-LOCALIZAR-OPERADOR THRU P260-FIM
           IF WS-MOT-POS > 0
               ADD 1 TO WS-MOT-ABERTOS(WS-MOT-POS)
           END-IF
           IF WS-OPE-POS > 0
               ADD 1 TO WS-OPE-ABERTOS(WS-OPE-POS)
           END-IF

           MOVE SPACES TO REG-SORTWORK
           EVALUATE TRUE
               WHEN ATD-DT-SLA < WS-DATA-SISTEMA
                   MOVE 'V' TO SRT-MARCA
                   ADD 1 TO WS-VENCIDOS
                   IF WS-MOT-POS > 0
                       ADD 1 TO WS-MOT-VENCIDOS(WS-MOT-POS)
                   END-IF
                   IF WS-OPE-POS > 0
                       ADD 1 TO WS-OPE-VENCIDOS(WS-OPE-POS)
                   END-IF
               WHEN ATD-DT-SLA NOT > WS-AVISO-DATA
                   MOVE 'B' TO SRT-MARCA
                   ADD 1 TO WS-A-VENCER
                   IF WS-MOT-POS > 0
                       ADD 1 TO WS-MOT-BREVE(WS-MOT-POS)
                   END-IF
                   IF WS-OPE-POS > 0
                       ADD 1 TO WS-OPE-BREVE(WS-OPE-POS)
                   END-IF
               WHEN OTHER
                   GO TO P210-FIM
           END-EVALUATE

           MOVE ATD-MOTIVO      TO SRT-MOTIVO
           MOVE ATD-RESPONSAVEL TO SRT-RESPONSAVEL
           MOVE ATD-DT-SLA      TO SRT-DT-SLA
           MOVE ATD-PROTOCOLO   TO SRT-PROTOCOLO
           MOVE ATD-PRIORIDADE  TO SRT-PRIORIDADE
           MOVE ATD-ID-CONTATO  TO SRT-ID-CONTATO
           MOVE ATD-DT-ABERTURA TO SRT-DT-ABERTURA
           RELEASE REG-SORTWORK
           .
       P210-FIM.

      * POSICAO DO MOTIVO NA TABELA; CODIGO NOVO ENTRA NO FIM, SEM
      * DESCRICAO.
       P250-LOCALIZAR-MOTIVO.
           MOVE 0 TO WS-MOT-POS
           SET WS-MOT-IDX TO 1
           SEARCH WS-MOT
               AT END
                   CONTINUE
               WHEN WS-MOT-IDX > WS-QTD-MOT
                   CONTINUE
               WHEN WS-MOT-COD(WS-MOT-IDX) = WS-MOTIVO-PROCURADO
                   SET WS-MOT-POS TO WS-MOT-IDX
           END-SEARCH
           IF WS-MOT-POS = 0 AND WS-QTD-MOT < 100
               ADD 1 TO WS-QTD-MOT
               MOVE WS-QTD-MOT TO WS-MOT-POS
               MOVE WS-MOTIVO-PROCURADO TO WS-MOT-COD(WS-MOT-POS)
               MOVE '(FORA DA ATDTAB)'  TO WS-MOT-DESC(WS-MOT-POS)
           END-IF
           .
       P250-FIM.

       P260-LOCALIZAR-OPERADOR.
           MOVE 0 TO WS-OPE-POS
           SET WS-OPE-IDX TO 1
           SEARCH WS-OPE
               AT END
                   CONTINUE
               WHEN WS-OPE-IDX > WS-QTD-OPE
                   CONTINUE
               WHEN WS-OPE-COD(WS-OPE-IDX) = ATD-RESPONSAVEL
                   SET WS-OPE-POS TO WS-OPE-IDX
           END-SEARCH
           IF WS-OPE-POS > 0
               GO TO P260-FIM
           END-IF
           IF WS-QTD-OPE < 300
               ADD 1 TO WS-QTD-OPE
               MOVE WS-QTD-OPE TO WS-OPE-POS
               MOVE ATD-RESPONSAVEL TO WS-OPE-COD(WS-OPE-POS)
           ELSE
               ADD 1 TO WS-OPE-EXCEDIDOS
           END-IF
           .
       P260-FIM.

       P600-IMPRIMIR-CHAMADOS.
           SET PRIMEIRA-LINHA TO TRUE
           SET FIM-SORT-OK TO FALSE
           PERFORM P610-RETORNAR-CHAMADO THRU P610-FIM
               UNTIL FIM-SORT-OK
           IF PRIMEIRA-LINHA
               MOVE 'NENHUM CHAMADO VENCIDO OU A VENCER.'
                   TO REG-RELATD
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ELSE
               PERFORM P630-FECHAR-OPERADOR THRU P630-FIM
               PERFORM P640-FECHAR-MOTIVO THRU P640-FIM
           END-IF
           .
       P600-FIM.

       P610-RETORNAR-CHAMADO.
           RETURN SORTWORK
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM P620-TRATAR-CHAMADO THRU P620-FIM
           END-RETURN
           .
       P610-FIM.

       P620-TRATAR-CHAMADO.
           IF PRIMEIRA-LINHA
               PERFORM P650-CABECALHO-MOTIVO THRU P650-FIM
               PERFORM P660-CABECALHO-OPERADOR THRU P660-FIM
               SET PRIMEIRA-LINHA TO FALSE
           ELSE
               IF SRT-MOTIVO NOT = WS-MOTIVO-ANT
                   PERFORM P630-FECHAR-OPERADOR THRU P630-FIM
                   PERFORM P640-FECHAR-MOTIVO THRU P640-FIM
                   PERFORM P650-CABECALHO-MOTIVO THRU P650-FIM
                   PERFORM P660-CABECALHO-OPERADOR THRU P660-FIM
               ELSE
                   IF SRT-RESPONSAVEL NOT = WS-OPERADOR-ANT
                       PERFORM P630-FECHAR-OPERADOR THRU P630-FIM
                       PERFORM P660-CABECALHO-OPERADOR THRU P660-FIM
                   END-IF
               END-IF
           END-IF

           EVALUATE SRT-PRIORIDADE
               WHEN 'A'
                   MOVE 'ALTA'  TO WS-PRIO-DESC
               WHEN 'M'
                   MOVE 'MEDIA' TO WS-PRIO-DESC
               WHEN 'B'
                   MOVE 'BAIXA' TO WS-PRIO-DESC
               WHEN OTHER
                   MOVE SRT-PRIORIDADE TO WS-PRIO-DESC
           END-EVALUATE

           MOVE SPACES TO WS-NOME-CONTATO
           IF CONTATOS-ABERTO
               MOVE SRT-ID-CONTATO TO ID-CONTATO
               READ CONTATOS KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE '(NAO CONSTA DO MESTRE)' TO WS-NOME-CONTATO
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NOME-CONTATO
               END-READ
           END-IF

           MOVE SPACES TO REG-RELATD
           STRING '      '          DELIMITED BY SIZE
                  SRT-PROTOCOLO     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PRIO-DESC      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SRT-ID-CONTATO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-NOME-CONTATO   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SRT-DT-ABERTURA   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SRT-DT-SLA        DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           IF SRT-VENCIDO
               ADD 1 TO WS-SUB-VENCIDOS
               COMPUTE WS-ATRASO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(SRT-DT-SLA)
               MOVE WS-ATRASO TO WS-ATRASO-ED
               MOVE 'VENCIDO'      TO REG-RELATD(79:7)
               MOVE 'HA'           TO REG-RELATD(87:2)
               MOVE WS-ATRASO-ED   TO REG-RELATD(90:4)
               MOVE 'DIA(S)'       TO REG-RELATD(95:6)
           ELSE
               ADD 1 TO WS-SUB-BREVE
               MOVE 'VENCE EM BREVE' TO REG-RELATD(79:14)
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P620-FIM.

       P630-FECHAR-OPERADOR.
           MOVE WS-SUB-VENCIDOS TO WS-VEN-ED
           MOVE WS-SUB-BREVE    TO WS-BRE-ED
           MOVE SPACES TO REG-RELATD
           STRING '      SUBTOTAL DO OPERADOR: ' DELIMITED BY SIZE
                  WS-VEN-ED                      DELIMITED BY SIZE
                  ' VENCIDO(S), '                DELIMITED BY SIZE
                  WS-BRE-ED                      DELIMITED BY SIZE
                  ' VENCE(M) EM BREVE'           DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD WS-SUB-VENCIDOS TO WS-TOT-MOT-VENCIDOS
           ADD WS-SUB-BREVE    TO WS-TOT-MOT-BREVE
           MOVE 0 TO WS-SUB-VENCIDOS
           MOVE 0 TO WS-SUB-BREVE
           .
       P630-FIM.

       P640-FECHAR-MOTIVO.
           MOVE WS-TOT-MOT-VENCIDOS TO WS-VEN-ED
           MOVE WS-TOT-MOT-BREVE    TO WS-BRE-ED
           MOVE SPACES TO REG-RELATD
           STRING '  TOTAL DO MOTIVO '           DELIMITED BY SIZE
                  WS-MOTIVO-ANT                  DELIMITED BY SIZE
                  ': '                           DELIMITED BY SIZE
                  WS-VEN-ED                      DELIMITED BY SIZE
                  ' VENCIDO(S), '                DELIMITED BY SIZE
                  WS-BRE-ED                      DELIMITED BY SIZE
                  ' VENCE(M) EM BREVE'           DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 0 TO WS-TOT-MOT-VENCIDOS
           MOVE 0 TO WS-TOT-MOT-BREVE
           .
       P640-FIM.

       P650-CABECALHO-MOTIVO.
           MOVE SRT-MOTIVO TO WS-MOTIVO-ANT
           MOVE SRT-MOTIVO TO WS-MOTIVO-PROCURADO
           PERFORM P250-LOCALIZAR-MOTIVO THRU P250-FIM
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELATD
           STRING 'MOTIVO '          DELIMITED BY SIZE
                  SRT-MOTIVO         DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           IF WS-MOT-POS > 0
               MOVE WS-MOT-DESC(WS-MOT-POS) TO REG-RELATD(13:20)
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P650-FIM.

       P660-CABECALHO-OPERADOR.
           MOVE SRT-RESPONSAVEL TO WS-OPERADOR-ANT
           MOVE SPACES TO REG-RELATD
           IF SRT-RESPONSAVEL = SPACES
               MOVE '  SEM OPERADOR RESPONSAVEL' TO REG-RELATD
           ELSE
               STRING '  OPERADOR '      DELIMITED BY SIZE
                      SRT-RESPONSAVEL    DELIMITED BY SIZE
                      INTO REG-RELATD
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELATD
           MOVE 'PROTOCOLO'   TO REG-RELATD(7:9)
           MOVE 'PRIOR'       TO REG-RELATD(18:5)
           MOVE 'CONTA'       TO REG-RELATD(24:5)
           MOVE 'NOME DO CONTATO' TO REG-RELATD(30:15)
           MOVE 'ABERTO'      TO REG-RELATD(61:6)
           MOVE 'SLA'         TO REG-RELATD(70:3)
           MOVE 'SITUACAO'    TO REG-RELATD(79:8)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P660-FIM.

      * PENDENTES DE CADA MOTIVO, INCLUSIVE OS AINDA NO PRAZO.
       P700-RESUMO-MOTIVOS.
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE 'RESUMO DOS CHAMADOS PENDENTES POR MOTIVO'
               TO REG-RELATD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'MOTIVO                      PENDENTES VENCIDOS  '
             & 'VENCEM EM BREVE' TO REG-RELATD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           SET WS-MOT-IDX TO 1
           PERFORM P710-LINHA-MOTIVO THRU P710-FIM
               UNTIL WS-MOT-IDX > WS-QTD-MOT
           .
       P700-FIM.

       P710-LINHA-MOTIVO.
           IF WS-MOT-ABERTOS(WS-MOT-IDX) > 0
               MOVE WS-MOT-ABERTOS(WS-MOT-IDX)  TO WS-QTD-ED
               MOVE WS-MOT-VENCIDOS(WS-MOT-IDX) TO WS-VEN-ED
               MOVE WS-MOT-BREVE(WS-MOT-IDX)    TO WS-BRE-ED
               MOVE SPACES TO REG-RELATD
               STRING WS-MOT-COD(WS-MOT-IDX)    DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-MOT-DESC(WS-MOT-IDX)   DELIMITED BY SIZE
                      INTO REG-RELATD
               END-STRING
               MOVE WS-QTD-ED TO REG-RELATD(33:5)
               MOVE WS-VEN-ED TO REG-RELATD(42:5)
               MOVE WS-BRE-ED TO REG-RELATD(58:5)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           SET WS-MOT-IDX UP BY 1
           .
       P710-FIM.

       P720-RESUMO-OPERADORES.
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE 'RESUMO DOS CHAMADOS PENDENTES POR OPERADOR'
               TO REG-RELATD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'OPERADOR                    PENDENTES VENCIDOS  '
             & 'VENCEM EM BREVE' TO REG-RELATD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           SET WS-OPE-IDX TO 1
           PERFORM P730-LINHA-OPERADOR THRU P730-FIM
               UNTIL WS-OPE-IDX > WS-QTD-OPE
           IF WS-OPE-EXCEDIDOS > 0
               MOVE SPACES TO REG-RELATD
               STRING 'ATENCAO: '          DELIMITED BY SIZE
                      WS-OPE-EXCEDIDOS     DELIMITED BY SIZE
                      ' CHAMADO(S) DE OPERADORES ALEM DO LIMITE DE '
                                           DELIMITED BY SIZE
                      '300 FORA DESTE RESUMO.'
                                           DELIMITED BY SIZE
                      INTO REG-RELATD
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P720-FIM.

       P730-LINHA-OPERADOR.
           MOVE WS-OPE-ABERTOS(WS-OPE-IDX)  TO WS-QTD-ED
           MOVE WS-OPE-VENCIDOS(WS-OPE-IDX) TO WS-VEN-ED
           MOVE WS-OPE-BREVE(WS-OPE-IDX)    TO WS-BRE-ED
           MOVE SPACES TO REG-RELATD
           IF WS-OPE-COD(WS-OPE-IDX) = SPACES
               MOVE '(SEM RESPONSAVEL)' TO REG-RELATD
           ELSE
               MOVE WS-OPE-COD(WS-OPE-IDX) TO REG-RELATD
           END-IF
           MOVE WS-QTD-ED TO REG-RELATD(33:5)
           MOVE WS-VEN-ED TO REG-RELATD(42:5)
           MOVE WS-BRE-ED TO REG-RELATD(58:5)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           SET WS-OPE-IDX UP BY 1
           .
       P730-FIM.

       P800-TOTAIS.
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELATD
           STRING 'ENCERRADOS NO MES '       DELIMITED BY SIZE
                  WS-SIS-ANO-MES             DELIMITED BY SIZE
                  ': '                       DELIMITED BY SIZE
                  WS-ENCERRADOS-MES          DELIMITED BY SIZE
                  ' (NO SLA: '               DELIMITED BY SIZE
                  WS-NO-PRAZO-MES            DELIMITED BY SIZE
                  ', FORA DO SLA: '          DELIMITED BY SIZE
                  WS-FORA-PRAZO-MES          DELIMITED BY SIZE
                  ')'                        DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELATD
           STRING 'CHAMADOS NO ARQUIVO: '    DELIMITED BY SIZE
                  WS-LIDOS                   DELIMITED BY SIZE
                  '  PENDENTES: '            DELIMITED BY SIZE
                  WS-ABERTOS                 DELIMITED BY SIZE
                  '  VENCIDOS: '             DELIMITED BY SIZE
                  WS-VENCIDOS                DELIMITED BY SIZE
                  '  VENCEM ATE '            DELIMITED BY SIZE
                  WS-AVISO-DATA              DELIMITED BY SIZE
                  ': '                       DELIMITED BY SIZE
                  WS-A-VENCER                DELIMITED BY SIZE
                  INTO REG-RELATD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P800-FIM.

       P840-LINHA-BRANCA.
           MOVE SPACES TO REG-RELATD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P840-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELATD
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELATD TRAILING)
           MOVE SPACES TO REG-RELATD
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ATDPRAZO.
