      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: DISTRIBUICAO DE RELATORIOS POR DESTINATARIO: PARA
      *          CADA RELATORIO DA TABELA DE DISTRIBUICAO (DISTTAB,
      *          MANTIDA PELO MANUTTAB) PEGA NO CATALOGO (RELCAT) A
      *          ULTIMA EMISSAO DO DIA E CORTA UMA FATIA POR
      *          DESTINATARIO, PELA AREA DE DISTRIBUICAO DAS LINHAS
      *          (VEJA RELCHAVE.cpy): SO A FILIAL, SO A EMPRESA, SO O
      *          OPERADOR OU O RELATORIO INTEIRO. AS LINHAS COMUNS
      *          (TITULOS E TOTAIS, COM O CAMPO DO CORTE EM BRANCO)
      *          VAO EM TODAS AS FATIAS. CADA FATIA E GRAVADA NO
      *          DIRETORIO DIST_DIR, REGISTRADA NO CATALOGO COM O
      *          DESTINATARIO (PARA O RELVIEW MOSTRAR) E ANOTADA NO
      *          LOG DE DISTRIBUICAO (DISTLOG.cpy). O DIA E O DA
      *          DATA DO SISTEMA, OU O DE DIST_DATA (AAAAMMDD) PARA
      *          REDISTRIBUIR UM DIA ANTERIOR. RELATORIO DA TABELA
      *          SEM EMISSAO NO DIA DA RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DISTTAB ASSIGN TO DYNAMIC
               WS-DISTTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT RELORIG ASSIGN TO DYNAMIC
               WS-RELORIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORI.

               SELECT PECA ASSIGN TO DYNAMIC
               WS-PECA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEC.

               SELECT DISTLOG ASSIGN TO DYNAMIC
               WS-DISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

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
       FD DISTTAB.
          COPY DISTTAB.

      * RELATORIO CATALOGADO A SER CORTADO: TEXTO NAS COLUNAS 1-120
      * E AREA DE DISTRIBUICAO NAS 121-132.
       FD RELORIG.
       01 REG-RELORIG               PIC X(132).
       01 REG-RELORIG-DIST.
           03 RELORIG-TEXTO          PIC X(120).
           COPY RELCHAVE.

       FD PECA.
       01 REG-PECA                  PIC X(132).

       FD DISTLOG.
          COPY DISTLOG.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy): LIDO
      * PARA ACHAR AS EMISSOES DO DIA E ACRESCIDO DAS FATIAS.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-DISTTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\DISTTAB.TXT'.
       77 WS-DISTLOG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DISTLOG.TXT'.
       77 WS-RELORIG-PATH           PIC X(100) VALUE SPACES.
       77 WS-PECA-PATH              PIC X(100) VALUE SPACES.
       77 WS-DIST-DIR               PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\'.

       77 WS-FS-TAB                 PIC 99.
          88 FS-TAB-OK              VALUE 0.
       77 WS-FS-ORI                 PIC 99.
          88 FS-ORI-OK              VALUE 0.
       77 WS-FS-PEC                 PIC 99.
          88 FS-PEC-OK              VALUE 0.
       77 WS-FS-LOG                 PIC 99.
          88 FS-LOG-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'DISTREL'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'DISTREL'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * CATALOGO: AS FATIAS SAO REGISTRADAS AQUI MESMO, POIS LEVAM O
      * DESTINATARIO, QUE O GRAVCAT NAO CONHECE.
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.

      * DIA DAS EMISSOES A DISTRIBUIR.
       77 WS-DATA-DIST              PIC 9(08) VALUE ZEROES.
       77 WS-DATA-DIST-TXT          PIC X(08) VALUE SPACES.

      * RELATORIOS CITADOS NA DISTTAB, COM A ULTIMA EMISSAO DO DIA
      * ACHADA NO CATALOGO.
       77 WS-REL-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-RELATORIOS.
           03 WS-REL-ENTRY OCCURS 100 TIMES.
               05 WS-REL-NOME        PIC X(12).
               05 WS-REL-ACHADO      PIC X(01).
               05 WS-REL-HORA        PIC 9(08).
               05 WS-REL-ARQUIVO     PIC X(100).
       77 WS-RIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-BUSCA-RELATORIO        PIC X(12) VALUE SPACES.

      * LINHAS ATIVAS DA DISTTAB, COM O RELATORIO POR POSICAO NA
      * TABELA ACIMA.
       77 WS-DST-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-DISTRIBUICAO.
           03 WS-DST-ENTRY OCCURS 300 TIMES.
               05 WS-DST-RIDX        PIC 9(03).
               05 WS-DST-DESTINATARIO PIC X(08).
               05 WS-DST-VALOR       PIC X(08).
               05 WS-DST-CORTE       PIC X(01).
       77 WS-DIDX                   PIC 9(03) VALUE ZEROES.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
       77 WS-LEVA-LINHA             PIC X VALUE 'N'.
          88 LEVA-LINHA             VALUE 'S' FALSE 'N'.

       77 WS-LINHAS-PECA            PIC 9(07) VALUE ZEROES.
       77 WS-QT-PECAS               PIC 9(05) VALUE ZEROES.
       77 WS-QT-AUSENTES            PIC 9(05) VALUE ZEROES.
       77 WS-QT-FALHAS              PIC 9(05) VALUE ZEROES.
       77 WS-QT-IGNORADAS           PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** DISTRIBUICAO DE RELATORIOS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-DISTRIBUICAO THRU P200-FIM
           IF WS-FIM-RC NOT < 8 OR WS-DST-QTD = 0
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P300-LER-CATALOGO THRU P300-FIM
           IF WS-FIM-RC NOT < 8
               GO TO P000-ENCERRAR
           END-IF

           SET FS-LOG-OK TO TRUE
           OPEN EXTEND DISTLOG
           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT DISTLOG
           END-IF
           IF NOT FS-LOG-OK
               DISPLAY 'ERRO AO ABRIR O LOG DE DISTRIBUICAO (FS='
                       WS-FS-LOG '). NADA FOI DISTRIBUIDO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

           PERFORM P400-DISTRIBUIR THRU P400-FIM
               VARYING WS-DIDX FROM 1 BY 1 UNTIL WS-DIDX > WS-DST-QTD

           CLOSE DISTLOG

           DISPLAY 'LINHAS DE DISTRIBUICAO: ' WS-DST-QTD
           DISPLAY 'FATIAS ENTREGUES......: ' WS-QT-PECAS
           DISPLAY 'SEM EMISSAO NO DIA....: ' WS-QT-AUSENTES
           DISPLAY 'FATIAS COM ERRO.......: ' WS-QT-FALHAS
           DISPLAY 'LINHAS DA TABELA IGNOR: ' WS-QT-IGNORADAS
           .
       P000-ENCERRAR.
           MOVE WS-DST-QTD        TO WS-FIM-CONT1
           MOVE WS-QT-PECAS       TO WS-FIM-CONT2
           MOVE WS-QT-AUSENTES    TO WS-FIM-CONT3
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
           DISPLAY 'DISTTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-DISTTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-DISTTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\DISTTAB.TXT' TO WS-DISTTAB-PATH
           END-IF

           DISPLAY 'DISTLOG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-DISTLOG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-DISTLOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DISTLOG.TXT'
                   TO WS-DISTLOG-PATH
           END-IF

           DISPLAY 'DIST_DIR'            UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIST-DIR          FROM ENVIRONMENT-VALUE
           IF WS-DIST-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\'
                   TO WS-DIST-DIR
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
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

      *    O CATALOGO GUARDA A DATA DO SISTEMA NA EMISSAO; DIST_DATA
      *    SO SERVE PARA REPETIR A DISTRIBUICAO DE OUTRO DIA.
           ACCEPT WS-DATA-DIST FROM DATE YYYYMMDD
           DISPLAY 'DIST_DATA'           UPON ENVIRONMENT-NAME
           ACCEPT   WS-DATA-DIST-TXT     FROM ENVIRONMENT-VALUE
           IF WS-DATA-DIST-TXT NUMERIC
               MOVE WS-DATA-DIST-TXT TO WS-DATA-DIST
           END-IF
           DISPLAY 'EMISSOES DE ' WS-DATA-DIST
           .
       P100-FIM.

      ******************************************************************
      * CARGA DA DISTTAB. SEM ELA NAO HA O QUE DISTRIBUIR; LINHA
      * DESATIVADA OU COM CORTE INVALIDO FICA DE FORA.
      ******************************************************************
       P200-CARREGAR-DISTRIBUICAO.
           SET EOF-OK TO FALSE
           SET FS-TAB-OK TO TRUE
           OPEN INPUT DISTTAB
           IF NOT FS-TAB-OK
               DISPLAY 'TABELA DE DISTRIBUICAO INDISPONIVEL (FS='
                       WS-FS-TAB '). NADA A DISTRIBUIR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           PERFORM P210-CARREGAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE DISTTAB
           SET EOF-OK TO FALSE
           IF WS-DST-QTD = 0
               DISPLAY 'NENHUMA LINHA ATIVA NA TABELA DE '
                       'DISTRIBUICAO.'
           END-IF
           .
       P200-FIM.

       P210-CARREGAR-LINHA.
           READ DISTTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF DISTTAB-DESATIVADA OR DISTTAB-RELATORIO = SPACES
               GO TO P210-FIM
           END-IF
           IF NOT DISTTAB-CORTE-VALIDO
                   OR DISTTAB-DESTINATARIO = SPACES
               DISPLAY 'LINHA DA DISTTAB INVALIDA IGNORADA: '
                       DISTTAB-RELATORIO ' ' DISTTAB-DESTINATARIO
               ADD 1 TO WS-QT-IGNORADAS
               MOVE 4 TO WS-FIM-RC
               GO TO P210-FIM
           END-IF
           IF WS-DST-QTD NOT < 300
               DISPLAY 'TABELA DE DISTRIBUICAO CHEIA. DESTINATARIO '
                       DISTTAB-DESTINATARIO ' DE ' DISTTAB-RELATORIO
                       ' NAO ATENDIDO.'
               MOVE 4 TO WS-FIM-RC
               GO TO P210-FIM
           END-IF

           MOVE DISTTAB-RELATORIO TO WS-BUSCA-RELATORIO
           PERFORM P250-PROCURA-RELATORIO THRU P250-FIM
           IF NOT ACHADO-OK
               IF WS-REL-QTD NOT < 100
                   DISPLAY 'LIMITE DE 100 RELATORIOS DISTRIBUIDOS. '
                           DISTTAB-RELATORIO ' NAO ATENDIDO.'
                   MOVE 4 TO WS-FIM-RC
                   GO TO P210-FIM
               END-IF
               ADD 1 TO WS-REL-QTD
               MOVE WS-REL-QTD        TO WS-RIDX
               MOVE DISTTAB-RELATORIO TO WS-REL-NOME(WS-RIDX)
               MOVE 'N'               TO WS-REL-ACHADO(WS-RIDX)
               MOVE 0                 TO WS-REL-HORA(WS-RIDX)
               MOVE SPACES            TO WS-REL-ARQUIVO(WS-RIDX)
           END-IF

           ADD 1 TO WS-DST-QTD
           MOVE WS-RIDX              TO WS-DST-RIDX(WS-DST-QTD)
           MOVE DISTTAB-DESTINATARIO TO
                WS-DST-DESTINATARIO(WS-DST-QTD)
           MOVE DISTTAB-VALOR        TO WS-DST-VALOR(WS-DST-QTD)
           MOVE DISTTAB-CORTE        TO WS-DST-CORTE(WS-DST-QTD)
           .
       P210-FIM.

      * PROCURA WS-BUSCA-RELATORIO NA TABELA DE RELATORIOS; ACHADO,
      * WS-RIDX FICA NA POSICAO.
       P250-PROCURA-RELATORIO.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-RIDX
           PERFORM P255-COMPARA-RELATORIO THRU P255-FIM
               UNTIL WS-RIDX > WS-REL-QTD OR ACHADO-OK
           .
       P250-FIM.

       P255-COMPARA-RELATORIO.
           IF WS-REL-NOME(WS-RIDX) = WS-BUSCA-RELATORIO
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-RIDX
           END-IF
           .
       P255-FIM.

      ******************************************************************
      * LEITURA DO CATALOGO: PARA CADA RELATORIO DA TABELA FICA A
      * ULTIMA EMISSAO DO DIA. AS FATIAS DE DISTRIBUICOES ANTERIORES
      * (PROGRAMA DISTREL) NAO CONTAM.
      ******************************************************************
       P300-LER-CATALOGO.
           SET EOF-OK TO FALSE
           SET FS-CAT2-OK TO TRUE
           OPEN INPUT RELCAT
           IF NOT FS-CAT2-OK
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL (FS='
                       WS-FS-CAT2 '). NADA A DISTRIBUIR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-LER-ENTRADA THRU P310-FIM
               UNTIL EOF-OK
           CLOSE RELCAT
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-LER-ENTRADA.
           READ RELCAT
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF CAT-DATA NOT = WS-DATA-DIST
                   OR CAT-PROGRAMA = 'DISTREL'
                   OR CAT-DESTINATARIO NOT = SPACES
               GO TO P310-FIM
           END-IF
           MOVE CAT-NOME TO WS-BUSCA-RELATORIO
           PERFORM P250-PROCURA-RELATORIO THRU P250-FIM
           IF NOT ACHADO-OK
               GO TO P310-FIM
           END-IF
           IF WS-REL-ACHADO(WS-RIDX) = 'S'
                   AND CAT-HORA < WS-REL-HORA(WS-RIDX)
               GO TO P310-FIM
           END-IF
           MOVE 'S'         TO WS-REL-ACHADO(WS-RIDX)
           MOVE CAT-HORA    TO WS-REL-HORA(WS-RIDX)
           MOVE CAT-ARQUIVO TO WS-REL-ARQUIVO(WS-RIDX)
           .
       P310-FIM.

      ******************************************************************
      * UMA FATIA POR LINHA DA DISTTAB: RELE A EMISSAO, GRAVA NA
      * FATIA AS LINHAS COMUNS E AS DO VALOR DO CORTE, COM A AREA DE
      * DISTRIBUICAO EM BRANCO, E REGISTRA A ENTREGA NO CATALOGO E
      * NO LOG.
      ******************************************************************
       P400-DISTRIBUIR.
           MOVE WS-DST-RIDX(WS-DIDX) TO WS-RIDX
           IF WS-REL-ACHADO(WS-RIDX) NOT = 'S'
               DISPLAY 'RELATORIO ' WS-REL-NOME(WS-RIDX)
                       ' SEM EMISSAO EM ' WS-DATA-DIST
                       '. DESTINATARIO '
                       WS-DST-DESTINATARIO(WS-DIDX) ' SEM FATIA.'
               ADD 1 TO WS-QT-AUSENTES
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P400-FIM
           END-IF

           MOVE WS-REL-ARQUIVO(WS-RIDX) TO WS-RELORIG-PATH
           SET FS-ORI-OK TO TRUE
           OPEN INPUT RELORIG
           IF NOT FS-ORI-OK
               DISPLAY 'RELATORIO ' WS-REL-NOME(WS-RIDX)
                       ' ILEGIVEL (FS=' WS-FS-ORI '). DESTINATARIO '
                       WS-DST-DESTINATARIO(WS-DIDX) ' SEM FATIA.'
               ADD 1 TO WS-QT-FALHAS
               MOVE 8 TO WS-FIM-RC
               GO TO P400-FIM
           END-IF

           PERFORM P410-MONTAR-CAMINHO THRU P410-FIM
           SET FS-PEC-OK TO TRUE
           OPEN OUTPUT PECA
           IF NOT FS-PEC-OK
               DISPLAY 'ERRO AO CRIAR A FATIA ' WS-PECA-PATH
                       ' (FS=' WS-FS-PEC ').'
               ADD 1 TO WS-QT-FALHAS
               MOVE 8 TO WS-FIM-RC
               CLOSE RELORIG
               GO TO P400-FIM
           END-IF

           MOVE 0 TO WS-LINHAS-PECA
           SET EOF-OK TO FALSE
           PERFORM P420-CORTAR-LINHA THRU P420-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE
           CLOSE RELORIG
           CLOSE PECA

           ADD 1 TO WS-QT-PECAS
           PERFORM P480-CATALOGAR-PECA THRU P480-FIM
           PERFORM P490-GRAVAR-LOG THRU P490-FIM
           DISPLAY WS-REL-NOME(WS-RIDX) ' PARA '
                   WS-DST-DESTINATARIO(WS-DIDX) ': '
                   WS-LINHAS-PECA ' LINHAS'
           .
       P400-FIM.

      * NOME DA FATIA: RELATORIO_DESTINATARIO_DATA.TXT, COM O VALOR
      * DO CORTE ANTES DA DATA QUANDO HOUVER (UM DESTINATARIO PODE
      * RECEBER MAIS DE UMA FILIAL DO MESMO RELATORIO).
       P410-MONTAR-CAMINHO.
           MOVE SPACES TO WS-PECA-PATH
           IF WS-DST-VALOR(WS-DIDX) = SPACES
               STRING WS-DIST-DIR             DELIMITED BY SPACE
                      WS-REL-NOME(WS-RIDX)    DELIMITED BY SPACE
                      '_'                     DELIMITED BY SIZE
                      WS-DST-DESTINATARIO(WS-DIDX)
                                              DELIMITED BY SPACE
                      '_'                     DELIMITED BY SIZE
                      WS-DATA-DIST            DELIMITED BY SIZE
                      '.TXT'                  DELIMITED BY SIZE
                      INTO WS-PECA-PATH
               END-STRING
           ELSE
               STRING WS-DIST-DIR             DELIMITED BY SPACE
                      WS-REL-NOME(WS-RIDX)    DELIMITED BY SPACE
                      '_'                     DELIMITED BY SIZE
                      WS-DST-DESTINATARIO(WS-DIDX)
                                              DELIMITED BY SPACE
                      '_'                     DELIMITED BY SIZE
                      WS-DST-VALOR(WS-DIDX)   DELIMITED BY SPACE
                      '_'                     DELIMITED BY SIZE
                      WS-DATA-DIST            DELIMITED BY SIZE
                      '.TXT'                  DELIMITED BY SIZE
                      INTO WS-PECA-PATH
               END-STRING
           END-IF
           .
       P410-FIM.

      * LINHA COMUM (CAMPO DO CORTE EM BRANCO) VAI EM TODA FATIA.
       P420-CORTAR-LINHA.
           READ RELORIG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P420-FIM
           END-READ
           SET LEVA-LINHA TO FALSE
           EVALUATE WS-DST-CORTE(WS-DIDX)
               WHEN 'F'
                   IF REL-DIST-FILIAL = SPACES
                           OR REL-DIST-FILIAL =
                              WS-DST-VALOR(WS-DIDX)(1:2)
                       SET LEVA-LINHA TO TRUE
                   END-IF
               WHEN 'E'
                   IF REL-DIST-EMPRESA = SPACES
                           OR REL-DIST-EMPRESA =
                              WS-DST-VALOR(WS-DIDX)(1:2)
                       SET LEVA-LINHA TO TRUE
                   END-IF
               WHEN 'O'
                   IF REL-DIST-OPERADOR = SPACES
                           OR REL-DIST-OPERADOR =
                              WS-DST-VALOR(WS-DIDX)
                       SET LEVA-LINHA TO TRUE
                   END-IF
               WHEN OTHER
                   SET LEVA-LINHA TO TRUE
           END-EVALUATE
           IF NOT LEVA-LINHA
               GO TO P420-FIM
           END-IF
           MOVE SPACES        TO REG-PECA
           MOVE RELORIG-TEXTO TO REG-PECA
           WRITE REG-PECA
           ADD 1 TO WS-LINHAS-PECA
           .
       P420-FIM.

      * MESMO REGISTRO DO GRAVCAT, COM O DESTINATARIO DA FATIA.
       P480-CATALOGAR-PECA.
           MOVE SPACES                 TO REG-RELCAT
           MOVE 'DISTREL'              TO CAT-PROGRAMA
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           MOVE WS-REL-NOME(WS-RIDX)   TO CAT-NOME
           MOVE WS-LINHAS-PECA         TO CAT-REGISTROS
           MOVE WS-PECA-PATH           TO CAT-ARQUIVO
           MOVE WS-DST-DESTINATARIO(WS-DIDX) TO CAT-DESTINATARIO

           OPEN EXTEND RELCAT
           IF WS-FS-CAT2 EQUAL 35
               OPEN OUTPUT RELCAT
           END-IF

           IF FS-CAT2-OK
               WRITE REG-RELCAT
               CLOSE RELCAT
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CATALOGO DE RELATORIOS '
                       '(FS=' WS-FS-CAT2 ').'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           .
       P480-FIM.

       P490-GRAVAR-LOG.
           MOVE SPACES                 TO REG-DISTLOG
           ACCEPT DLG-DATA FROM DATE YYYYMMDD
           ACCEPT DLG-HORA FROM TIME
           MOVE WS-REL-NOME(WS-RIDX)   TO DLG-RELATORIO
           MOVE WS-DATA-DIST           TO DLG-DATA-RELATORIO
           MOVE WS-DST-DESTINATARIO(WS-DIDX) TO DLG-DESTINATARIO
           MOVE WS-DST-CORTE(WS-DIDX)  TO DLG-CORTE
           MOVE WS-DST-VALOR(WS-DIDX)  TO DLG-VALOR
           MOVE WS-LINHAS-PECA         TO DLG-LINHAS
           MOVE WS-PECA-PATH           TO DLG-ARQUIVO
           WRITE REG-DISTLOG
           .
       P490-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM DISTREL.
