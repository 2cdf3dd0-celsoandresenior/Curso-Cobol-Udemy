      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO SEMANAL DE AUDITORIA DE SEGURANCA: JUNTA
      *          NUMA SO LISTA, AGRUPADA POR OPERADOR, AS NEGATIVAS
      *          DE ACESSO E AS PASSAGENS POR CIMA DE CONTROLE QUE
      *          HOJE FICAM ESPALHADAS EM CINCO LUGARES:
      *          - ACESSNEG.LOG DO MENUCONT (OPCAO FORA DO PERFIL,
      *            SENHA ERRADA, BLOQUEIO, TROCA DE SENHA RECUSADA E
      *            SIGN-ON NA VISAO CONSOLIDADA 00);
      *          - TOKENLOG (OVERRIDE DO TOKEN DA JANELA BATCH);
      *          - FECHCTL (REABERTURA DE COMPETENCIA NO FECHACOMP);
      *          - CONTEXPREG (NOVA ENTREGA DE COMPETENCIA JA
      *            EXPORTADA PELO CONTEXP).
      *          CADA LINHA TRAZ DATA, HORA, PROGRAMA E O QUE FOI
      *          NEGADO OU PASSADO POR CIMA. O OPERADOR COM NEGATIVAS
      *          OU PASSAGENS ACIMA DO LIMITE SAI EM DESTAQUE, NA
      *          PROPRIA QUEBRA E NO RESUMO FINAL.
      *          PERIODO: OS AUDSEG_DIAS (PADRAO 7) DIAS CORRIDOS
      *          ATE A DATA DE PROCESSAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACESSNEG ASSIGN TO DYNAMIC
               WS-ACESSNEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEG.

               SELECT TOKENLOG ASSIGN TO DYNAMIC
               WS-TOKENLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TKL.

               SELECT FECHCTL ASSIGN TO DYNAMIC
               WS-FECHCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCH.

               SELECT CONTEXPREG ASSIGN TO DYNAMIC
               WS-CONTEXPREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CXR.

               SELECT RELAUDSEG ASSIGN TO DYNAMIC
               WS-RELAUDSEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

       DATA DIVISION.

       FILE SECTION.
      * LOG DE ACESSOS DO MENUCONT: DATA-HORA, OPERADOR, PERFIL,
      * EVENTO ('RECUSADO' OU 'VISAO-00') E PROGRAMA (OU A ETAPA DO
      * SIGN-ON: 'SIGN-ON', 'BLOQUEIO', 'BLOQUEADO', 'TROCASENHA').
       FD ACESSNEG.
       01 REG-ACESSNEG.
           03 NEG-DATA               PIC 9(08).
           03 FILLER                 PIC X(01).
           03 NEG-HORA               PIC 9(08).
           03 FILLER                 PIC X(01).
           03 NEG-OPERADOR           PIC X(08).
           03 FILLER                 PIC X(08).
           03 NEG-PERFIL             PIC X(01).
           03 FILLER                 PIC X(01).
           03 NEG-EVENTO             PIC X(08).
           03 FILLER                 PIC X(04).
           03 NEG-PROGRAMA           PIC X(12).
           03 FILLER                 PIC X(20).

      * LOG DO TOKEN DA JANELA BATCH (VEJA TOKENGET.cpy).
       FD TOKENLOG.
       01 REG-TOKENLOG.
           03 TKL-DATA               PIC 9(08).
           03 FILLER                 PIC X(01).
           03 TKL-HORA               PIC 9(08).
           03 FILLER                 PIC X(01).
           03 TKL-EVENTO             PIC X(10).
           03 FILLER                 PIC X(01).
           03 TKL-PROGRAMA           PIC X(12).
           03 FILLER                 PIC X(01).
           03 TKL-OPERADOR           PIC X(08).
           03 FILLER                 PIC X(10).

       FD FECHCTL.
          COPY FECHCTL.

      * REGISTRO DE ENTREGAS DO CONTEXP: A SEGUNDA LINHA DE UMA
      * MESMA COMPETENCIA E A NOVA ENTREGA AUTORIZADA PELO
      * SUPERVISOR.
       FD CONTEXPREG.
       01 REG-CONTEXPREG.
           03 CXR-COMPETENCIA        PIC 9(06).
           03 CXR-DATA               PIC 9(08).
           03 CXR-DETALHES           PIC 9(05).
           03 CXR-OPERADOR           PIC X(08).

       FD RELAUDSEG.
       01 REG-RELAUDSEG             PIC X(80).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD RUNCTL.
          COPY RUNCTL.

      * ARQUIVO DE TRABALHO DO SORT: UM EVENTO POR LINHA, ORDENADO
      * POR OPERADOR + DATA + HORA. TIPO 'N' = NEGATIVA, 'P' =
      * PASSAGEM POR CIMA DE CONTROLE.
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SW-OPERADOR            PIC X(08).
           03 SW-DATA                PIC 9(08).
           03 SW-HORA                PIC 9(08).
           03 SW-PROGRAMA            PIC X(12).
           03 SW-TIPO                PIC X(01).
               88 SW-NEGATIVA            VALUE 'N'.
               88 SW-PASSAGEM            VALUE 'P'.
           03 SW-DESCRICAO           PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-ACESSNEG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACESSNEG.LOG'.
       77 WS-TOKENLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'.
       77 WS-FECHCTL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FECHCTL.TXT'.
       77 WS-CONTEXPREG-PATH        PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTEXPREG.TXT'.
       77 WS-RELAUDSEG-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAUDSEG.TXT'.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AUDSRT.TMP'.

       77 WS-FS-NEG                 PIC 99.
          88 FS-NEG-OK              VALUE 0.
       77 WS-FS-TKL                 PIC 99.
          88 FS-TKL-OK              VALUE 0.
       77 WS-FS-FCH                 PIC 99.
          88 FS-FCH-OK              VALUE 0.
       77 WS-FS-CXR                 PIC 99.
          88 FS-CXR-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'AUDSEG'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

      * RUN-LOG DE OPERACOES (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'AUDSEG'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * PERIODO E LIMITES DE DESTAQUE (AUDSEG_LIMITE_NEG E
      * AUDSEG_LIMITE_PAS: ACIMA DELES O OPERADOR E DESTACADO).
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-INICIO            PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-TXT               PIC X(03) VALUE SPACES.
       77 WS-DIAS                   PIC 9(03) VALUE 7.
       77 WS-LIMITE-TXT             PIC X(03) VALUE SPACES.
       77 WS-LIMITE-NEG             PIC 9(03) VALUE 5.
       77 WS-LIMITE-PAS             PIC 9(03) VALUE 2.
       77 WS-INT-AUX                PIC 9(08) VALUE ZEROES.

      * COMPETENCIAS JA VISTAS NO CONTEXPREG (A PRIMEIRA ENTREGA E
      * NORMAL; AS SEGUINTES SAO PASSAGENS).
       77 WS-QTD-COMP               PIC 9(03) VALUE ZEROES.
       01 WS-TAB-COMP.
           03 WS-COMP-VISTA OCCURS 300 TIMES INDEXED BY WS-CIDX
                                    PIC 9(06).
       77 WS-COMP-ACHADA            PIC X VALUE 'N'.
          88 COMP-ACHADA            VALUE 'S' FALSE 'N'.

      * QUEBRA POR OPERADOR E RESUMO DOS DESTACADOS.
       77 WS-OPER-CORRENTE          PIC X(08) VALUE SPACES.
       77 WS-TEM-OPERADOR           PIC X VALUE 'N'.
          88 TEM-OPERADOR           VALUE 'S' FALSE 'N'.
       77 WS-OPER-NEG               PIC 9(05) VALUE ZEROES.
       77 WS-OPER-PAS               PIC 9(05) VALUE ZEROES.
       77 WS-QTD-DEST               PIC 9(03) VALUE ZEROES.
       01 WS-TAB-DESTAQUE.
           03 WS-DEST-ENTRY OCCURS 200 TIMES INDEXED BY WS-DIDX.
               05 WS-DEST-OPERADOR   PIC X(08).
               05 WS-DEST-NEG        PIC 9(05).
               05 WS-DEST-PAS        PIC 9(05).

       77 WS-EVENTOS                PIC 9(05) VALUE ZEROES.
       77 WS-TOT-NEG                PIC 9(05) VALUE ZEROES.
       77 WS-TOT-PAS                PIC 9(05) VALUE ZEROES.
       77 WS-OPERADORES             PIC 9(05) VALUE ZEROES.
       77 WS-LINHAS                 PIC 9(07) VALUE ZEROES.
       77 WS-HORA-EDT               PIC X(08) VALUE SPACES.
       77 WS-MARCA                  PIC X(25) VALUE SPACES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-FIM-SORT               PIC X.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** AUDITORIA DE SEGURANCA - NEGATIVAS E "
                   "PASSAGENS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           COPY GRAVRUN.

           SORT SORTWORK
               ON ASCENDING KEY SW-OPERADOR SW-DATA SW-HORA
               INPUT  PROCEDURE IS P200-COLETAR
                   THRU P200-FIM
               OUTPUT PROCEDURE IS P500-IMPRIMIR
                   THRU P500-FIM

           DISPLAY 'EVENTOS NO PERIODO...: ' WS-EVENTOS
           DISPLAY 'NEGATIVAS............: ' WS-TOT-NEG
           DISPLAY 'PASSAGENS............: ' WS-TOT-PAS
           DISPLAY 'OPERADORES EM DESTAQUE: ' WS-QTD-DEST

           MOVE 'FIM   '    TO WS-RUN-EVENTO
           MOVE WS-EVENTOS  TO WS-RUN-CONT1
           MOVE WS-TOT-NEG  TO WS-RUN-CONT2
           MOVE WS-TOT-PAS  TO WS-RUN-CONT3
           COPY GRAVRUN.
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ACESSNEG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACESSNEG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-ACESSNEG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACESSNEG.LOG'
                   TO WS-ACESSNEG-PATH
           END-IF

           DISPLAY 'TOKENLOG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKENLOG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-TOKENLOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'
                   TO WS-TOKENLOG-PATH
           END-IF

           DISPLAY 'FECHCTL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FECHCTL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FECHCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FECHCTL.TXT'
                   TO WS-FECHCTL-PATH
           END-IF

           DISPLAY 'CONTEXPREG_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTEXPREG-PATH   FROM ENVIRONMENT-VALUE
           IF WS-CONTEXPREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTEXPREG.TXT'
                   TO WS-CONTEXPREG-PATH
           END-IF

           DISPLAY 'RELAUDSEG_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELAUDSEG-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELAUDSEG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELAUDSEG.TXT'
                   TO WS-RELAUDSEG-PATH
           END-IF

           DISPLAY 'AUDSRT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\AUDSRT.TMP'
                   TO WS-SORTWORK-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           DISPLAY 'RUNCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RUNCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'
                   TO WS-RUNCTL-PATH
           END-IF

           DISPLAY 'AUDSEG_DIAS'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIAS-TXT          FROM ENVIRONMENT-VALUE
           IF WS-DIAS-TXT = SPACES OR WS-DIAS-TXT NOT NUMERIC
               MOVE 7 TO WS-DIAS
           ELSE
               MOVE WS-DIAS-TXT TO WS-DIAS
           END-IF
           IF WS-DIAS = 0
               MOVE 7 TO WS-DIAS
           END-IF

           DISPLAY 'AUDSEG_LIMITE_NEG'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-LIMITE-TXT        FROM ENVIRONMENT-VALUE
           IF WS-LIMITE-TXT NOT = SPACES AND WS-LIMITE-TXT NUMERIC
               MOVE WS-LIMITE-TXT TO WS-LIMITE-NEG
           END-IF

           MOVE SPACES TO WS-LIMITE-TXT
           DISPLAY 'AUDSEG_LIMITE_PAS'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-LIMITE-TXT        FROM ENVIRONMENT-VALUE
           IF WS-LIMITE-TXT NOT = SPACES AND WS-LIMITE-TXT NUMERIC
               MOVE WS-LIMITE-TXT TO WS-LIMITE-PAS
           END-IF

      * O PERIODO TERMINA NA DATA DE PROCESSAMENTO DA CASA.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           COMPUTE WS-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) - WS-DIAS + 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-AUX) TO WS-DATA-INICIO
           DISPLAY 'PERIODO: ' WS-DATA-INICIO ' A ' WS-DATA-SISTEMA
           .
       P100-FIM.

      * ENTRADA DO SORT: AS QUATRO FONTES, SO AS LINHAS DO PERIODO.
      * FONTE AUSENTE NAO E ERRO (AINDA NAO HOUVE EVENTO).
       P200-COLETAR.
           SET EOF-OK TO FALSE
           SET FS-NEG-OK TO TRUE
           OPEN INPUT ACESSNEG
           IF FS-NEG-OK
               PERFORM P210-LER-ACESSNEG THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE ACESSNEG
           END-IF

           SET EOF-OK TO FALSE
           SET FS-TKL-OK TO TRUE
           OPEN INPUT TOKENLOG
           IF FS-TKL-OK
               PERFORM P220-LER-TOKENLOG THRU P220-FIM
                   UNTIL EOF-OK
               CLOSE TOKENLOG
           END-IF

           SET EOF-OK TO FALSE
           SET FS-FCH-OK TO TRUE
           OPEN INPUT FECHCTL
           IF FS-FCH-OK
               PERFORM P230-LER-FECHCTL THRU P230-FIM
                   UNTIL EOF-OK
               CLOSE FECHCTL
           END-IF

           SET EOF-OK TO FALSE
           SET FS-CXR-OK TO TRUE
           OPEN INPUT CONTEXPREG
           IF FS-CXR-OK
               PERFORM P240-LER-CONTEXPREG THRU P240-FIM
                   UNTIL EOF-OK
               CLOSE CONTEXPREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-ACESSNEG.
           READ ACESSNEG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ

           IF NEG-DATA NOT NUMERIC
                   OR NEG-DATA < WS-DATA-INICIO
                   OR NEG-DATA > WS-DATA-SISTEMA
               GO TO P210-FIM
           END-IF

           MOVE SPACES       TO REG-SORTWORK
           MOVE NEG-OPERADOR TO SW-OPERADOR
           MOVE NEG-DATA     TO SW-DATA
           IF NEG-HORA NUMERIC
               MOVE NEG-HORA TO SW-HORA
           ELSE
               MOVE 0 TO SW-HORA
           END-IF
           MOVE 'MENUCONT'   TO SW-PROGRAMA
           MOVE 'N'          TO SW-TIPO

           EVALUATE TRUE
               WHEN NEG-EVENTO = 'VISAO-00'
                   MOVE 'P' TO SW-TIPO
                   MOVE 'SIGN-ON NA VISAO CONSOLIDADA 00'
                       TO SW-DESCRICAO
               WHEN NEG-PROGRAMA = 'BLOQUEADO'
                   MOVE 'SIGN-ON DE OPERADOR BLOQUEADO'
                       TO SW-DESCRICAO
               WHEN NEG-PROGRAMA = 'SIGN-ON'
                   MOVE 'SENHA INCORRETA NO SIGN-ON'
                       TO SW-DESCRICAO
               WHEN NEG-PROGRAMA = 'BLOQUEIO'
                   MOVE 'OPERADOR BLOQUEADO POR FALHAS'
                       TO SW-DESCRICAO
               WHEN NEG-PROGRAMA = 'TROCASENHA'
                   MOVE 'TROCA DE SENHA NAO CONCLUIDA'
                       TO SW-DESCRICAO
               WHEN OTHER
                   MOVE NEG-PROGRAMA TO SW-PROGRAMA
                   STRING 'OPCAO FORA DO PERFIL '
                                          DELIMITED BY SIZE
                          NEG-PERFIL      DELIMITED BY SIZE
                          INTO SW-DESCRICAO
                   END-STRING
           END-EVALUATE
           PERFORM P290-LIBERAR THRU P290-FIM
           .
       P210-FIM.

       P220-LER-TOKENLOG.
           READ TOKENLOG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P220-FIM
           END-READ

           IF TKL-EVENTO NOT = 'OVERRIDE'
                   OR TKL-DATA NOT NUMERIC
                   OR TKL-DATA < WS-DATA-INICIO
                   OR TKL-DATA > WS-DATA-SISTEMA
               GO TO P220-FIM
           END-IF

      * LINHA GRAVADA ANTES DO CARIMBO DE OPERADOR: FICA NA CONTA
      * DA JANELA BATCH.
           MOVE SPACES       TO REG-SORTWORK
           IF TKL-OPERADOR = SPACES
               MOVE '(BATCH)' TO SW-OPERADOR
           ELSE
               MOVE TKL-OPERADOR TO SW-OPERADOR
           END-IF
           MOVE TKL-DATA     TO SW-DATA
           IF TKL-HORA NUMERIC
               MOVE TKL-HORA TO SW-HORA
           ELSE
               MOVE 0 TO SW-HORA
           END-IF
           MOVE TKL-PROGRAMA TO SW-PROGRAMA
           MOVE 'P'          TO SW-TIPO
           MOVE 'OVERRIDE DO TOKEN DA JANELA' TO SW-DESCRICAO
           PERFORM P290-LIBERAR THRU P290-FIM
           .
       P220-FIM.

       P230-LER-FECHCTL.
           READ FECHCTL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P230-FIM
           END-READ

           IF NOT FCH-REABERTA
                   OR FCH-DATA NOT NUMERIC
                   OR FCH-DATA < WS-DATA-INICIO
                   OR FCH-DATA > WS-DATA-SISTEMA
               GO TO P230-FIM
           END-IF

           MOVE SPACES       TO REG-SORTWORK
           MOVE FCH-OPERADOR TO SW-OPERADOR
           MOVE FCH-DATA     TO SW-DATA
           MOVE 0            TO SW-HORA
           MOVE 'FECHACOMP'  TO SW-PROGRAMA
           MOVE 'P'          TO SW-TIPO
           STRING 'REABERTURA COMPETENCIA '    DELIMITED BY SIZE
                  FCH-COMPETENCIA              DELIMITED BY SIZE
                  INTO SW-DESCRICAO
           END-STRING
           PERFORM P290-LIBERAR THRU P290-FIM
           .
       P230-FIM.

      * TODAS AS LINHAS ENTRAM NA TABELA DE COMPETENCIAS VISTAS (A
      * PRIMEIRA ENTREGA PODE SER ANTERIOR AO PERIODO); SO A
      * REPETICAO DENTRO DO PERIODO VAI PARA O RELATORIO.
       P240-LER-CONTEXPREG.
           READ CONTEXPREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P240-FIM
           END-READ

           SET COMP-ACHADA TO FALSE
           PERFORM P245-PROCURA-COMPETENCIA THRU P245-FIM
               VARYING WS-CIDX FROM 1 BY 1
                   UNTIL WS-CIDX > WS-QTD-COMP OR COMP-ACHADA

           IF NOT COMP-ACHADA
               IF WS-QTD-COMP < 300
                   ADD 1 TO WS-QTD-COMP
                   MOVE CXR-COMPETENCIA
                       TO WS-COMP-VISTA(WS-QTD-COMP)
               END-IF
               GO TO P240-FIM
           END-IF

           IF CXR-DATA NOT NUMERIC
                   OR CXR-DATA < WS-DATA-INICIO
                   OR CXR-DATA > WS-DATA-SISTEMA
               GO TO P240-FIM
           END-IF

           MOVE SPACES       TO REG-SORTWORK
           MOVE CXR-OPERADOR TO SW-OPERADOR
           MOVE CXR-DATA     TO SW-DATA
           MOVE 0            TO SW-HORA
           MOVE 'CONTEXP'    TO SW-PROGRAMA
           MOVE 'P'          TO SW-TIPO
           STRING 'NOVA ENTREGA CONTABIL '       DELIMITED BY SIZE
                  CXR-COMPETENCIA                DELIMITED BY SIZE
                  INTO SW-DESCRICAO
           END-STRING
           PERFORM P290-LIBERAR THRU P290-FIM
           .
       P240-FIM.

       P245-PROCURA-COMPETENCIA.
           IF WS-COMP-VISTA(WS-CIDX) = CXR-COMPETENCIA
               SET COMP-ACHADA TO TRUE
           END-IF
           .
       P245-FIM.

       P290-LIBERAR.
           IF SW-OPERADOR = SPACES
               MOVE '(SEM OP)' TO SW-OPERADOR
           END-IF
           RELEASE REG-SORTWORK
           ADD 1 TO WS-EVENTOS
           .
       P290-FIM.

      * SAIDA DO SORT: QUEBRA POR OPERADOR, COM SUBTOTAL DE
      * NEGATIVAS E PASSAGENS; O RESUMO DOS DESTACADOS FECHA O
      * RELATORIO.
       P500-IMPRIMIR.
           OPEN OUTPUT RELAUDSEG
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE AUDITORIA '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-RUN-RC
           END-IF

           MOVE SPACES TO REG-RELAUDSEG
           STRING 'AUDITORIA DE SEGURANCA DE '  DELIMITED BY SIZE
                  WS-DATA-INICIO                DELIMITED BY SIZE
                  ' A '                         DELIMITED BY SIZE
                  WS-DATA-SISTEMA               DELIMITED BY SIZE
                  INTO REG-RELAUDSEG
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           MOVE SPACES TO REG-RELAUDSEG
           STRING 'LIMITES DE DESTAQUE: NEGATIVAS > ' DELIMITED BY SIZE
                  WS-LIMITE-NEG                       DELIMITED BY SIZE
                  '  PASSAGENS > '                    DELIMITED BY SIZE
                  WS-LIMITE-PAS                       DELIMITED BY SIZE
                  INTO REG-RELAUDSEG
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM

           SET TEM-OPERADOR TO FALSE
           SET FIM-SORT-OK TO FALSE
           PERFORM P510-RETORNAR-EVENTO THRU P510-FIM
               UNTIL FIM-SORT-OK
           IF TEM-OPERADOR
               PERFORM P530-FECHAR-OPERADOR THRU P530-FIM
           END-IF

           IF WS-EVENTOS = 0
               MOVE SPACES TO REG-RELAUDSEG
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
               MOVE 'NENHUMA NEGATIVA OU PASSAGEM NO PERIODO.'
                   TO REG-RELAUDSEG
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           END-IF

           PERFORM P550-RESUMO THRU P550-FIM

           IF FS-REL-OK
               CLOSE RELAUDSEG
               MOVE 'RELAUDSEG'       TO WS-CAT-NOME
               MOVE WS-LINHAS         TO WS-CAT-REGISTROS
               MOVE WS-RELAUDSEG-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.

           END-IF
           .
       P500-FIM.

       P510-RETORNAR-EVENTO.
           RETURN SORTWORK
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM P520-TRATAR-EVENTO THRU P520-FIM
           END-RETURN
           .
       P510-FIM.

       P520-TRATAR-EVENTO.
           IF NOT TEM-OPERADOR
                   OR SW-OPERADOR NOT = WS-OPER-CORRENTE
               IF TEM-OPERADOR
                   PERFORM P530-FECHAR-OPERADOR THRU P530-FIM
               END-IF
               SET TEM-OPERADOR TO TRUE
               MOVE SW-OPERADOR TO WS-OPER-CORRENTE
               MOVE 0 TO WS-OPER-NEG
               MOVE 0 TO WS-OPER-PAS
               ADD 1 TO WS-OPERADORES
               MOVE SPACES TO REG-RELAUDSEG
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
               STRING 'OPERADOR: '    DELIMITED BY SIZE
                      SW-OPERADOR     DELIMITED BY SIZE
                      INTO REG-RELAUDSEG
               END-STRING
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           END-IF

           IF SW-NEGATIVA
               ADD 1 TO WS-OPER-NEG
               ADD 1 TO WS-TOT-NEG
               MOVE 'NEG' TO WS-MARCA
           ELSE
               ADD 1 TO WS-OPER-PAS
               ADD 1 TO WS-TOT-PAS
               MOVE 'PAS' TO WS-MARCA
           END-IF

           MOVE SPACES TO WS-HORA-EDT
           STRING SW-HORA(1:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  SW-HORA(3:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  SW-HORA(5:2) DELIMITED BY SIZE
                  INTO WS-HORA-EDT
           END-STRING

           MOVE SPACES TO REG-RELAUDSEG
           STRING '  '             DELIMITED BY SIZE
                  SW-DATA          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-HORA-EDT      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SW-PROGRAMA      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-MARCA(1:3)    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SW-DESCRICAO     DELIMITED BY SIZE
                  INTO REG-RELAUDSEG
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           .
       P520-FIM.

       P530-FECHAR-OPERADOR.
           MOVE SPACES TO WS-MARCA
           IF WS-OPER-NEG > WS-LIMITE-NEG
                   OR WS-OPER-PAS > WS-LIMITE-PAS
               MOVE '*** FORA DO PADRAO ***' TO WS-MARCA
               IF WS-QTD-DEST < 200
                   ADD 1 TO WS-QTD-DEST
                   MOVE WS-OPER-CORRENTE
                       TO WS-DEST-OPERADOR(WS-QTD-DEST)
                   MOVE WS-OPER-NEG TO WS-DEST-NEG(WS-QTD-DEST)
                   MOVE WS-OPER-PAS TO WS-DEST-PAS(WS-QTD-DEST)
               END-IF
           END-IF
           MOVE SPACES TO REG-RELAUDSEG
           STRING '  TOTAL: NEGATIVAS ' DELIMITED BY SIZE
                  WS-OPER-NEG           DELIMITED BY SIZE
                  '  PASSAGENS '        DELIMITED BY SIZE
                  WS-OPER-PAS           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-MARCA              DELIMITED BY SIZE
                  INTO REG-RELAUDSEG
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           .
       P530-FIM.

       P550-RESUMO.
           MOVE SPACES TO REG-RELAUDSEG
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           MOVE SPACES TO REG-RELAUDSEG
           STRING 'OPERADORES: '    DELIMITED BY SIZE
                  WS-OPERADORES     DELIMITED BY SIZE
                  '  NEGATIVAS: '   DELIMITED BY SIZE
                  WS-TOT-NEG        DELIMITED BY SIZE
                  '  PASSAGENS: '   DELIMITED BY SIZE
                  WS-TOT-PAS        DELIMITED BY SIZE
                  INTO REG-RELAUDSEG
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM

           IF WS-QTD-DEST = 0
               MOVE 'NENHUM OPERADOR FORA DO PADRAO.'
                   TO REG-RELAUDSEG
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
               GO TO P550-FIM
           END-IF

           MOVE 'OPERADORES EM DESTAQUE:' TO REG-RELAUDSEG
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           PERFORM P560-LINHA-DESTAQUE THRU P560-FIM
               VARYING WS-DIDX FROM 1 BY 1
               UNTIL WS-DIDX > WS-QTD-DEST
      * OPERADOR FORA DO PADRAO E AVISO PARA A AUDITORIA.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           .
       P550-FIM.

       P560-LINHA-DESTAQUE.
           MOVE SPACES TO REG-RELAUDSEG
           STRING '  '                       DELIMITED BY SIZE
                  WS-DEST-OPERADOR(WS-DIDX)  DELIMITED BY SIZE
                  '  NEGATIVAS '             DELIMITED BY SIZE
                  WS-DEST-NEG(WS-DIDX)       DELIMITED BY SIZE
                  '  PASSAGENS '             DELIMITED BY SIZE
                  WS-DEST-PAS(WS-DIDX)       DELIMITED BY SIZE
                  INTO REG-RELAUDSEG
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           .
       P560-FIM.

       P590-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELAUDSEG
               ADD 1 TO WS-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELAUDSEG)
           .
       P590-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM AUDSEG.
