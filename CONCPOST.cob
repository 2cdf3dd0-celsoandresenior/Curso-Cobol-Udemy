      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CONCILIACAO DA FATURA MENSAL DOS CORREIOS CONTRA OS
      *          NOSSOS MANIFESTOS DE POSTAGEM. AS POSTAGENS FATURADAS
      *          (FATCORR, CARREGADAS PELO CARGAFCOR) E AS POSTADAS
      *          (HISTORICO DE MANIFESTOS MANIFHIST, GRAVADO PELO
      *          ETIQCONT E PELO CARTACONT) DA COMPETENCIA SAO
      *          CASADAS PELO PAR DATA + SERVICO. CADA MACO DO
      *          MANIFESTO E PRECIFICADO NA TARIFA POSTAL DA PORTTAB
      *          (CANAL MALA, FAIXA DE CEP, VIGENCIA NA DATA DA
      *          POSTAGEM; SEM A FAIXA, A TARIFA PADRAO 000), COMO NO
      *          CUSTOPOST. O RELATORIO APONTA POSTAGEM FATURADA E
      *          NUNCA MANIFESTADA, POSTAGEM MANIFESTADA E NAO
      *          FATURADA E DIFERENCA DE QUANTIDADE OU DE PRECO, E
      *          CONFERE AS PECAS DOS MANIFESTOS COM AS PECAS DE MALA
      *          DO HISTORICO DE CAMPANHAS (CAMPHIST) DIA A DIA. O
      *          VALOR EM DISPUTA SAI TAMBEM NO ARQUIVO DE CONTESTACAO
      *          (CONTESTCOR) QUE O FINANCEIRO DEVOLVE AOS CORREIOS.
      *          A COMPETENCIA VEM DE COMPETENCIA_POSTAL (AAAAMM); SEM
      *          ELA, O MES DA DATA DE PROCESSAMENTO.
      *          LAYOUT DA CONTESTACAO: 'H' + CONTRATO(10) +
      *          COMPETENCIA(6) + DATA DE GERACAO(8); 'D' + DATA DA
      *          POSTAGEM(8) + SERVICO(5) + MOTIVO(1: 1 = FATURADA SEM
      *          POSTAGEM, 2 = QUANTIDADE, 3 = PRECO) + QUANTIDADE
      *          FATURADA(7) + QUANTIDADE POSTADA(7) + VALOR
      *          FATURADO(11) + VALOR DEVIDO(11) + VALOR CONTESTADO(11),
      *          VALORES EM CENTAVOS; 'T' + QUANTIDADE DE DETALHES(7) +
      *          VALOR TOTAL CONTESTADO(13).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FATCORR ASSIGN TO DYNAMIC
               WS-FATCORR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FCR.

               SELECT MANIFHIST ASSIGN TO DYNAMIC
               WS-MANIFHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MHI.

               SELECT PORTTAB ASSIGN TO DYNAMIC
               WS-PORTTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PORT.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMP.

               SELECT RELCONCP ASSIGN TO DYNAMIC
               WS-RELCONCP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT CONTESTA ASSIGN TO DYNAMIC
               WS-CONTESTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTS.

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
       FD FATCORR.
          COPY FATCORR.

       FD MANIFHIST.
          COPY MANIFHIST.

      * TABELA DE TARIFAS POSTAIS (MANUTTAB OPCAO PORTTAB):
      * CANAL + FAIXA DE CEP (3 PRIMEIROS DIGITOS, 000 = PADRAO) +
      * TARIFA EM CENTAVOS + FLAG ATIVO + VIGENCIA.
       FD PORTTAB.
       01 REG-PORTTAB.
           03 PORT-CANAL             PIC X(01).
           03 PORT-FAIXA             PIC X(03).
           03 PORT-VALOR             PIC 9(05).
           03 PORT-FLAG              PIC X(01).
           03 PORT-VIGENCIA          PIC 9(08).

       FD CAMPHIST.
          COPY CAMPHIST.

       FD RELCONCP.
       01 REG-RELCONCP              PIC X(100).

       FD CONTESTA.
       01 REG-CONTESTA.
           03 CTS-TIPO               PIC X(01).
           03 CTS-RESTO              PIC X(79).
       01 CTS-VISAO-HEADER REDEFINES REG-CONTESTA.
           03 FILLER                 PIC X(01).
           03 CTS-CONTRATO           PIC X(10).
           03 CTS-COMPETENCIA        PIC 9(06).
           03 CTS-GERACAO            PIC 9(08).
           03 FILLER                 PIC X(55).
       01 CTS-VISAO-DETALHE REDEFINES REG-CONTESTA.
           03 FILLER                 PIC X(01).
           03 CTS-DATA               PIC 9(08).
           03 CTS-SERVICO            PIC X(05).
           03 CTS-MOTIVO             PIC X(01).
           03 CTS-QTD-FATURADA       PIC 9(07).
           03 CTS-QTD-POSTADA        PIC 9(07).
           03 CTS-VALOR-FATURADO     PIC 9(11).
           03 CTS-VALOR-DEVIDO       PIC 9(11).
           03 CTS-VALOR-CONTESTADO   PIC 9(11).
           03 FILLER                 PIC X(18).
       01 CTS-VISAO-TRAILER REDEFINES REG-CONTESTA.
           03 FILLER                 PIC X(01).
           03 CTS-QTD-DETALHES       PIC 9(07).
           03 CTS-VALOR-TOTAL        PIC 9(13).
           03 FILLER                 PIC X(59).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-FATCORR-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATCORR.TXT'.
       77 WS-MANIFHIST-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MANIFHIST.TXT'.
       77 WS-PORTTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PORTTAB.TXT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-RELCONCP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCONCP.TXT'.
       77 WS-CONTESTA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTESTCOR.TXT'.

       77 WS-FS-FCR                 PIC 99.
          88 FS-FCR-OK              VALUE 0.
       77 WS-FS-MHI                 PIC 99.
          88 FS-MHI-OK              VALUE 0.
       77 WS-FS-PORT                PIC 99.
          88 FS-PORT-OK             VALUE 0.
       77 WS-FS-CAMP                PIC 99.
          88 FS-CAMP-OK             VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-CTS                 PIC 99.
          88 FS-CTS-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CONCPOST'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CONCPOST'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CONCPOST'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.
       77 WS-CONTRATO               PIC X(10) VALUE SPACES.

      * TARIFAS DE MALA CARREGADAS DA PORTTAB (SO AS ATIVAS; NA
      * CONSULTA VENCE A VIGENCIA MAIS RECENTE ATE A DATA DA
      * POSTAGEM).
       77 WS-QTD-TARIFAS            PIC 9(03) VALUE ZEROES.
       01 WS-TAB-TARIFAS.
           03 WS-TARIFA OCCURS 200 TIMES INDEXED BY WS-TAR-IDX.
               05 WS-TAR-FAIXA       PIC X(03).
               05 WS-TAR-VALOR       PIC 9(05).
               05 WS-TAR-VIGENCIA    PIC 9(08).
       77 WS-FAIXA-BUSCA            PIC X(03) VALUE SPACES.
       77 WS-DATA-BUSCA             PIC 9(08) VALUE ZEROES.
       77 WS-TARIFA-ACHADA          PIC 9(05) VALUE ZEROES.
       77 WS-VIGENCIA-ACHADA        PIC 9(08) VALUE ZEROES.
       77 WS-TEM-TARIFA             PIC X VALUE 'N'.
          88 TEM-TARIFA             VALUE 'S' FALSE 'N'.

      * POSTAGENS DA COMPETENCIA (DATA + SERVICO), COM O LADO DOS
      * MANIFESTOS E O LADO DA FATURA.
       77 WS-QTD-POST               PIC 9(03) VALUE ZEROES.
       01 WS-TAB-POSTAGENS.
           03 WS-POST OCCURS 400 TIMES INDEXED BY WS-PST-IDX.
               05 WS-PST-DATA        PIC 9(08).
               05 WS-PST-SERVICO     PIC X(05).
               05 WS-PST-PECAS       PIC 9(07).
               05 WS-PST-DEVIDO      PIC 9(11).
               05 WS-PST-QTD-FAT     PIC 9(07).
               05 WS-PST-VALOR-FAT   PIC 9(11).
       77 WS-CHAVE-DATA             PIC 9(08) VALUE ZEROES.
       77 WS-CHAVE-SERVICO          PIC X(05) VALUE SPACES.

      * PECAS POR DIA DO MES: MANIFESTOS X HISTORICO DE CAMPANHAS.
       01 WS-TAB-DIAS.
           03 WS-DIA OCCURS 31 TIMES.
               05 WS-DIA-MANIF       PIC 9(07).
               05 WS-DIA-CAMPHIST    PIC 9(07).
       77 WS-DIA-IDX                PIC 9(02) VALUE ZEROES.

       77 WS-MOTIVO                 PIC X(01) VALUE SPACES.
       77 WS-CONTESTADO             PIC 9(11) VALUE ZEROES.
       77 WS-SITUACAO               PIC X(24) VALUE SPACES.

       77 WS-LINHAS-MANIF           PIC 9(07) VALUE ZEROES.
       77 WS-LINHAS-FAT             PIC 9(07) VALUE ZEROES.
       77 WS-SEM-TARIFA             PIC 9(07) VALUE ZEROES.
       77 WS-SEM-MANIFESTO          PIC 9(05) VALUE ZEROES.
       77 WS-SEM-FATURA             PIC 9(05) VALUE ZEROES.
       77 WS-DIVERGENTES            PIC 9(05) VALUE ZEROES.
       77 WS-DIAS-DIVERGENTES       PIC 9(05) VALUE ZEROES.
       77 WS-QTD-CONTESTA           PIC 9(07) VALUE ZEROES.
       77 WS-TOTAL-FATURADO         PIC 9(13) VALUE ZEROES.
       77 WS-TOTAL-DEVIDO           PIC 9(13) VALUE ZEROES.
       77 WS-TOTAL-CONTESTADO       PIC 9(13) VALUE ZEROES.

       77 WS-VALOR-REAIS            PIC 9(11)V99 VALUE ZEROES.
       77 WS-FAT-ED                 PIC ZZ.ZZZ.ZZ9,99.
       77 WS-DEV-ED                 PIC ZZ.ZZZ.ZZ9,99.
       77 WS-CTS-ED                 PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-QFAT-ED                PIC Z.ZZZ.ZZ9.
       77 WS-QPOST-ED               PIC Z.ZZZ.ZZ9.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CONCILIACAO DA FATURA DOS CORREIOS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           MOVE ZEROES TO WS-TAB-DIAS
           PERFORM P200-CARREGAR-TARIFAS THRU P200-FIM
           PERFORM P300-LER-FATURA THRU P300-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P400-LER-MANIFESTOS THRU P400-FIM
           PERFORM P450-LER-CAMPHIST THRU P450-FIM

           PERFORM P500-GERAR-RELATORIO THRU P500-FIM

           IF WS-FIM-RC = 0
                   AND (WS-SEM-MANIFESTO > 0 OR WS-SEM-FATURA > 0
                        OR WS-DIVERGENTES > 0 OR WS-SEM-TARIFA > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-QTD-POST     TO WS-FIM-CONT1
           MOVE WS-QTD-CONTESTA TO WS-FIM-CONT2
           MOVE WS-SEM-FATURA   TO WS-FIM-CONT3
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
           DISPLAY 'FATCORR_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATCORR-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FATCORR-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATCORR.TXT'
                   TO WS-FATCORR-PATH
           END-IF

           DISPLAY 'MANIFHIST_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-MANIFHIST-PATH    FROM ENVIRONMENT-VALUE
           IF WS-MANIFHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\MANIFHIST.TXT'
                   TO WS-MANIFHIST-PATH
           END-IF

           DISPLAY 'PORTTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PORTTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PORTTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PORTTAB.TXT' TO WS-PORTTAB-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'RELCONCP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCONCP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELCONCP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCONCP.TXT'
                   TO WS-RELCONCP-PATH
           END-IF

           DISPLAY 'CONTESTCOR_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTESTA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTESTA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTESTCOR.TXT'
                   TO WS-CONTESTA-PATH
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

      * A COMPETENCIA PODE VIR DO AMBIENTE (COMPETENCIA_POSTAL) PARA
      * CONCILIAR UM MES PASSADO; SEM ELA, VALE O MES DA DATA DE
      * PROCESSAMENTO.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_POSTAL'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMPETENCIA-TXT   FROM ENVIRONMENT-VALUE
           IF WS-COMPETENCIA-TXT NUMERIC
                   AND WS-COMPETENCIA-TXT NOT = SPACES
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-SISTEMA(1:6) TO WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-TXT
           DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA
           .
       P100-FIM.

       P200-CARREGAR-TARIFAS.
           MOVE 0 TO WS-QTD-TARIFAS
           SET EOF-OK TO FALSE
           SET FS-PORT-OK TO TRUE
           OPEN INPUT PORTTAB
           IF FS-PORT-OK
               PERFORM P210-CARREGAR-TARIFA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE PORTTAB
           END-IF
           SET EOF-OK TO FALSE
           IF WS-QTD-TARIFAS = 0
               DISPLAY 'TABELA PORTTAB SEM TARIFA DE MALA. AS '
                   'POSTAGENS SAEM SEM VALOR DEVIDO.'
           END-IF
           .
       P200-FIM.

       P210-CARREGAR-TARIFA.
           READ PORTTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF PORT-CANAL = 'M' AND PORT-FLAG = 'S'
                   AND WS-QTD-TARIFAS < 200
               ADD 1 TO WS-QTD-TARIFAS
               MOVE PORT-FAIXA    TO WS-TAR-FAIXA(WS-QTD-TARIFAS)
               MOVE PORT-VALOR    TO WS-TAR-VALOR(WS-QTD-TARIFAS)
               MOVE PORT-VIGENCIA TO WS-TAR-VIGENCIA(WS-QTD-TARIFAS)
           END-IF
           .
       P210-FIM.

      * LADO DA FATURA: AS POSTAGENS COM DATA NA COMPETENCIA, DE
      * QUALQUER FATURA CARREGADA (POSTAGEM COBRADA EM DUAS FATURAS
      * SOMA E APARECE COMO DIFERENCA DE QUANTIDADE).
       P300-LER-FATURA.
           SET EOF-OK TO FALSE
           SET FS-FCR-OK TO TRUE
           OPEN INPUT FATCORR
           IF NOT FS-FCR-OK
               DISPLAY 'ARQUIVO DE FATURAS DOS CORREIOS AUSENTE (FS='
                       WS-FS-FCR '). CARREGUE A FATURA PELO CARGAFCOR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-LER-POSTAGEM-FAT THRU P310-FIM
               UNTIL EOF-OK
           CLOSE FATCORR
           SET EOF-OK TO FALSE
           IF WS-LINHAS-FAT = 0
               DISPLAY 'NENHUMA POSTAGEM FATURADA NA COMPETENCIA '
                       WS-COMPETENCIA '.'
           END-IF
           .
       P300-FIM.

       P310-LER-POSTAGEM-FAT.
           READ FATCORR
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF FC-DATA(1:6) NOT = WS-COMPETENCIA-TXT
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-LINHAS-FAT
           IF WS-CONTRATO = SPACES
               MOVE FC-CONTRATO TO WS-CONTRATO
           END-IF
           MOVE FC-DATA    TO WS-CHAVE-DATA
           MOVE FC-SERVICO TO WS-CHAVE-SERVICO
           PERFORM P600-LOCALIZA-POSTAGEM THRU P600-FIM
           IF WS-PST-IDX > WS-QTD-POST
               GO TO P310-FIM
           END-IF
           ADD FC-QUANTIDADE TO WS-PST-QTD-FAT(WS-PST-IDX)
           ADD FC-VALOR      TO WS-PST-VALOR-FAT(WS-PST-IDX)
           .
       P310-FIM.

      * LADO DOS MANIFESTOS: CADA MACO POSTADO NA COMPETENCIA,
      * PRECIFICADO NA TARIFA DA SUA FAIXA DE CEP.
       P400-LER-MANIFESTOS.
           SET EOF-OK TO FALSE
           SET FS-MHI-OK TO TRUE
           OPEN INPUT MANIFHIST
           IF NOT FS-MHI-OK
               DISPLAY 'HISTORICO DE MANIFESTOS AUSENTE (FS='
                       WS-FS-MHI '). TODA POSTAGEM FATURADA SAI SEM '
                       'MANIFESTO.'
               GO TO P400-FIM
           END-IF
           PERFORM P410-LER-MACO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE MANIFHIST
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-LER-MACO.
           READ MANIFHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF MH-DATA(1:6) NOT = WS-COMPETENCIA-TXT
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-LINHAS-MANIF
           MOVE MH-DATA(7:2) TO WS-DIA-IDX
           IF WS-DIA-IDX > 0 AND WS-DIA-IDX NOT > 31
               ADD MH-PECAS TO WS-DIA-MANIF(WS-DIA-IDX)
           END-IF

           MOVE MH-DATA    TO WS-CHAVE-DATA
           MOVE MH-SERVICO TO WS-CHAVE-SERVICO
           PERFORM P600-LOCALIZA-POSTAGEM THRU P600-FIM
           IF WS-PST-IDX > WS-QTD-POST
               GO TO P410-FIM
           END-IF
           ADD MH-PECAS TO WS-PST-PECAS(WS-PST-IDX)

      * SEM TARIFA DA FAIXA, CAI NA TARIFA PADRAO 000.
           MOVE MH-FAIXA TO WS-FAIXA-BUSCA
           MOVE MH-DATA  TO WS-DATA-BUSCA
           PERFORM P420-PROCURA-TARIFA THRU P420-FIM
           IF NOT TEM-TARIFA
               MOVE '000' TO WS-FAIXA-BUSCA
               PERFORM P420-PROCURA-TARIFA THRU P420-FIM
           END-IF
           IF TEM-TARIFA
               COMPUTE WS-PST-DEVIDO(WS-PST-IDX) =
                   WS-PST-DEVIDO(WS-PST-IDX)
                   + MH-PECAS * WS-TARIFA-ACHADA
           ELSE
               ADD MH-PECAS TO WS-SEM-TARIFA
           END-IF
           .
       P410-FIM.

       P420-PROCURA-TARIFA.
           SET TEM-TARIFA TO FALSE
           MOVE 0 TO WS-TARIFA-ACHADA
           MOVE 0 TO WS-VIGENCIA-ACHADA
           PERFORM P425-COMPARA-TARIFA THRU P425-FIM
               VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-QTD-TARIFAS
           .
       P420-FIM.

       P425-COMPARA-TARIFA.
           IF WS-TAR-FAIXA(WS-TAR-IDX) = WS-FAIXA-BUSCA
                   AND WS-TAR-VIGENCIA(WS-TAR-IDX) NOT > WS-DATA-BUSCA
                   AND WS-TAR-VIGENCIA(WS-TAR-IDX) NOT <
                       WS-VIGENCIA-ACHADA
               SET TEM-TARIFA TO TRUE
               MOVE WS-TAR-VALOR(WS-TAR-IDX)    TO WS-TARIFA-ACHADA
               MOVE WS-TAR-VIGENCIA(WS-TAR-IDX) TO WS-VIGENCIA-ACHADA
           END-IF
           .
       P425-FIM.

      * PECAS DE MALA DO HISTORICO DE CAMPANHAS, DIA A DIA.
       P450-LER-CAMPHIST.
           SET EOF-OK TO FALSE
           SET FS-CAMP-OK TO TRUE
           OPEN INPUT CAMPHIST
           IF NOT FS-CAMP-OK
               GO TO P450-FIM
           END-IF
           PERFORM P460-LER-PECA THRU P460-FIM
               UNTIL EOF-OK
           CLOSE CAMPHIST
           SET EOF-OK TO FALSE
           .
       P450-FIM.

       P460-LER-PECA.
           READ CAMPHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P460-FIM
           END-READ
           IF CH-DATA(1:6) NOT = WS-COMPETENCIA-TXT
                   OR NOT CH-CANAL-MALA
               GO TO P460-FIM
           END-IF
           MOVE CH-DATA(7:2) TO WS-DIA-IDX
           IF WS-DIA-IDX > 0 AND WS-DIA-IDX NOT > 31
               ADD 1 TO WS-DIA-CAMPHIST(WS-DIA-IDX)
           END-IF
           .
       P460-FIM.

       P500-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELCONCP
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE CONCILIACAO (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P500-FIM
           END-IF
           SET FS-CTS-OK TO TRUE
           OPEN OUTPUT CONTESTA
           IF NOT FS-CTS-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE CONTESTACAO (FS='
                       WS-FS-CTS ').'
               MOVE 8 TO WS-FIM-RC
           ELSE
               MOVE SPACES          TO REG-CONTESTA
               MOVE 'H'             TO CTS-TIPO
               MOVE WS-CONTRATO     TO CTS-CONTRATO
               MOVE WS-COMPETENCIA  TO CTS-COMPETENCIA
               MOVE WS-DATA-SISTEMA TO CTS-GERACAO
               WRITE REG-CONTESTA
           END-IF

           MOVE SPACES TO REG-RELCONCP
           STRING 'CONCILIACAO DA FATURA DOS CORREIOS - CONTRATO '
                                               DELIMITED BY SIZE
                  WS-CONTRATO                  DELIMITED BY SIZE
                  ' COMPETENCIA '              DELIMITED BY SIZE
                  WS-COMPETENCIA               DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELCONCP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'DATA     SERV   QTD FATUR    QTD POSTAD  '
             & '  VALOR FATURADO     VALOR DEVIDO  SITUACAO'
               TO REG-RELCONCP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P510-CONCILIAR-POSTAGEM THRU P510-FIM
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-QTD-POST

           MOVE SPACES TO REG-RELCONCP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-FATURADO / 100
           MOVE WS-VALOR-REAIS TO WS-TOTAL-ED
           MOVE SPACES TO REG-RELCONCP
           STRING 'TOTAL FATURADO NA COMPETENCIA......R$ '
                                               DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-DEVIDO / 100
           MOVE WS-VALOR-REAIS TO WS-TOTAL-ED
           MOVE SPACES TO REG-RELCONCP
           STRING 'DEVIDO PELOS MANIFESTOS (PORTTAB)..R$ '
                                               DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-CONTESTADO / 100
           MOVE WS-VALOR-REAIS TO WS-TOTAL-ED
           MOVE SPACES TO REG-RELCONCP
           STRING 'TOTAL EM DISPUTA...................R$ '
                                               DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELCONCP
           STRING 'FATURADAS SEM MANIFESTO: '  DELIMITED BY SIZE
                  WS-SEM-MANIFESTO             DELIMITED BY SIZE
                  '  MANIFESTADAS SEM FATURA: ' DELIMITED BY SIZE
                  WS-SEM-FATURA                DELIMITED BY SIZE
                  '  DIVERGENTES: '            DELIMITED BY SIZE
                  WS-DIVERGENTES               DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-SEM-TARIFA > 0
               MOVE SPACES TO REG-RELCONCP
               STRING 'PECAS MANIFESTADAS SEM TARIFA NA PORTTAB: '
                                               DELIMITED BY SIZE
                      WS-SEM-TARIFA            DELIMITED BY SIZE
                      INTO REG-RELCONCP
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

      * CONFERENCIA DOS MANIFESTOS COM O HISTORICO DE CAMPANHAS: A
      * DIFERENCA VEM DE TIRAGEM SEM MANIFESTO OU DE MANIFESTO DE
      * TIRAGEM NAO REGISTRADA NO HISTORICO.
           MOVE SPACES TO REG-RELCONCP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'PECAS DE MALA POR DIA: MANIFESTOS X HISTORICO DE '
             & 'CAMPANHAS' TO REG-RELCONCP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P560-CONFERIR-DIA THRU P560-FIM
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 31

           CLOSE RELCONCP
           MOVE 'RELCONCP'       TO WS-CAT-NOME
           MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
           MOVE WS-RELCONCP-PATH TO WS-CAT-ARQUIVO
           COPY GRAVCAT.

           IF FS-CTS-OK
               MOVE SPACES              TO REG-CONTESTA
               MOVE 'T'                 TO CTS-TIPO
               MOVE WS-QTD-CONTESTA     TO CTS-QTD-DETALHES
               MOVE WS-TOTAL-CONTESTADO TO CTS-VALOR-TOTAL
               WRITE REG-CONTESTA
               CLOSE CONTESTA
           END-IF
           .
       P500-FIM.

      * CADA POSTAGEM: FATURADA SEM MANIFESTO (CONTESTADA INTEIRA),
      * MANIFESTADA SEM FATURA (SO APONTADA), OU FATURADA ACIMA DO
      * DEVIDO PELO MANIFESTO (CONTESTADA A DIFERENCA, POR
      * QUANTIDADE OU POR PRECO). FATURADA ABAIXO SAI APONTADA.
       P510-CONCILIAR-POSTAGEM.
           MOVE SPACES TO WS-MOTIVO
           MOVE 0      TO WS-CONTESTADO
           ADD WS-PST-VALOR-FAT(WS-PST-IDX) TO WS-TOTAL-FATURADO
           ADD WS-PST-DEVIDO(WS-PST-IDX)    TO WS-TOTAL-DEVIDO
           EVALUATE TRUE
               WHEN WS-PST-PECAS(WS-PST-IDX) = 0
                   ADD 1 TO WS-SEM-MANIFESTO
                   MOVE '1' TO WS-MOTIVO
                   MOVE WS-PST-VALOR-FAT(WS-PST-IDX) TO WS-CONTESTADO
                   MOVE 'FATURADA SEM MANIFESTO' TO WS-SITUACAO
               WHEN WS-PST-QTD-FAT(WS-PST-IDX) = 0
                   ADD 1 TO WS-SEM-FATURA
                   MOVE 'MANIFESTADA SEM FATURA' TO WS-SITUACAO
               WHEN WS-PST-VALOR-FAT(WS-PST-IDX) >
                       WS-PST-DEVIDO(WS-PST-IDX)
                   ADD 1 TO WS-DIVERGENTES
                   COMPUTE WS-CONTESTADO =
                       WS-PST-VALOR-FAT(WS-PST-IDX)
                       - WS-PST-DEVIDO(WS-PST-IDX)
                   IF WS-PST-QTD-FAT(WS-PST-IDX) NOT =
                           WS-PST-PECAS(WS-PST-IDX)
                       MOVE '2' TO WS-MOTIVO
                       MOVE 'QUANTIDADE DIVERGENTE' TO WS-SITUACAO
                   ELSE
                       MOVE '3' TO WS-MOTIVO
                       MOVE 'PRECO ACIMA DA PORTTAB' TO WS-SITUACAO
                   END-IF
               WHEN WS-PST-QTD-FAT(WS-PST-IDX) NOT =
                       WS-PST-PECAS(WS-PST-IDX)
                   ADD 1 TO WS-DIVERGENTES
                   MOVE 'QUANTIDADE DIVERGENTE' TO WS-SITUACAO
               WHEN WS-PST-VALOR-FAT(WS-PST-IDX) <
                       WS-PST-DEVIDO(WS-PST-IDX)
                   ADD 1 TO WS-DIVERGENTES
                   MOVE 'FATURADA A MENOR' TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'CONFERE' TO WS-SITUACAO
           END-EVALUATE

           MOVE WS-PST-QTD-FAT(WS-PST-IDX) TO WS-QFAT-ED
           MOVE WS-PST-PECAS(WS-PST-IDX)   TO WS-QPOST-ED
           COMPUTE WS-VALOR-REAIS = WS-PST-VALOR-FAT(WS-PST-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-FAT-ED
           COMPUTE WS-VALOR-REAIS = WS-PST-DEVIDO(WS-PST-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-DEV-ED
           MOVE SPACES TO REG-RELCONCP
           STRING WS-PST-DATA(WS-PST-IDX)    DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-PST-SERVICO(WS-PST-IDX) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-QFAT-ED                 DELIMITED BY SIZE
                  '   '                      DELIMITED BY SIZE
                  WS-QPOST-ED                DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-FAT-ED                  DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-DEV-ED                  DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-SITUACAO                DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-MOTIVO NOT = SPACES
               ADD WS-CONTESTADO TO WS-TOTAL-CONTESTADO
               COMPUTE WS-VALOR-REAIS = WS-CONTESTADO / 100
               MOVE WS-VALOR-REAIS TO WS-CTS-ED
               MOVE SPACES TO REG-RELCONCP
               STRING '                  EM DISPUTA R$ '
                                             DELIMITED BY SIZE
                      WS-CTS-ED              DELIMITED BY SIZE
                      INTO REG-RELCONCP
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               PERFORM P520-GRAVAR-CONTESTACAO THRU P520-FIM
           END-IF
           .
       P510-FIM.

       P520-GRAVAR-CONTESTACAO.
           IF NOT FS-CTS-OK
               GO TO P520-FIM
           END-IF
           MOVE SPACES                       TO REG-CONTESTA
           MOVE 'D'                          TO CTS-TIPO
           MOVE WS-PST-DATA(WS-PST-IDX)      TO CTS-DATA
           MOVE WS-PST-SERVICO(WS-PST-IDX)   TO CTS-SERVICO
           MOVE WS-MOTIVO                    TO CTS-MOTIVO
           MOVE WS-PST-QTD-FAT(WS-PST-IDX)   TO CTS-QTD-FATURADA
           MOVE WS-PST-PECAS(WS-PST-IDX)     TO CTS-QTD-POSTADA
           MOVE WS-PST-VALOR-FAT(WS-PST-IDX) TO CTS-VALOR-FATURADO
           MOVE WS-PST-DEVIDO(WS-PST-IDX)    TO CTS-VALOR-DEVIDO
           MOVE WS-CONTESTADO                TO CTS-VALOR-CONTESTADO
           WRITE REG-CONTESTA
           ADD 1 TO WS-QTD-CONTESTA
           .
       P520-FIM.

       P560-CONFERIR-DIA.
           IF WS-DIA-MANIF(WS-DIA-IDX) = 0
                   AND WS-DIA-CAMPHIST(WS-DIA-IDX) = 0
               GO TO P560-FIM
           END-IF
           MOVE WS-DIA-MANIF(WS-DIA-IDX)    TO WS-QPOST-ED
           MOVE WS-DIA-CAMPHIST(WS-DIA-IDX) TO WS-QFAT-ED
           IF WS-DIA-MANIF(WS-DIA-IDX) = WS-DIA-CAMPHIST(WS-DIA-IDX)
               MOVE 'CONFERE' TO WS-SITUACAO
           ELSE
               ADD 1 TO WS-DIAS-DIVERGENTES
               MOVE 'DIVERGENTE' TO WS-SITUACAO
           END-IF
           MOVE SPACES TO REG-RELCONCP
           STRING 'DIA '                     DELIMITED BY SIZE
                  WS-DIA-IDX                 DELIMITED BY SIZE
                  '  MANIFESTOS '            DELIMITED BY SIZE
                  WS-QPOST-ED                DELIMITED BY SIZE
                  '  CAMPANHAS '             DELIMITED BY SIZE
                  WS-QFAT-ED                 DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-SITUACAO                DELIMITED BY SIZE
                  INTO REG-RELCONCP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P560-FIM.

      * POSTAGEM DA CHAVE DATA + SERVICO NA TABELA, INCLUIDA SE AINDA
      * NAO EXISTE. TABELA CHEIA DEIXA O INDICE ALEM DO FIM.
       P600-LOCALIZA-POSTAGEM.
           SET WS-PST-IDX TO 1
           SEARCH WS-POST
               AT END
                   SET WS-PST-IDX TO WS-QTD-POST
                   SET WS-PST-IDX UP BY 1
               WHEN WS-PST-IDX > WS-QTD-POST
                   CONTINUE
               WHEN WS-PST-DATA(WS-PST-IDX) = WS-CHAVE-DATA
                       AND WS-PST-SERVICO(WS-PST-IDX) = WS-CHAVE-SERVICO
                   GO TO P600-FIM
           END-SEARCH
           IF WS-QTD-POST NOT < 400
               DISPLAY 'LIMITE DE 400 POSTAGENS NA COMPETENCIA. '
                       'POSTAGEM ' WS-CHAVE-DATA ' ' WS-CHAVE-SERVICO
                       ' IGNORADA.'
               MOVE 4 TO WS-FIM-RC
               GO TO P600-FIM
           END-IF
           ADD 1 TO WS-QTD-POST
           SET WS-PST-IDX TO WS-QTD-POST
           MOVE WS-CHAVE-DATA    TO WS-PST-DATA(WS-PST-IDX)
           MOVE WS-CHAVE-SERVICO TO WS-PST-SERVICO(WS-PST-IDX)
           MOVE 0 TO WS-PST-PECAS(WS-PST-IDX)
           MOVE 0 TO WS-PST-DEVIDO(WS-PST-IDX)
           MOVE 0 TO WS-PST-QTD-FAT(WS-PST-IDX)
           MOVE 0 TO WS-PST-VALOR-FAT(WS-PST-IDX)
           .
       P600-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELCONCP
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELCONCP TRAILING)
           MOVE SPACES TO REG-RELCONCP
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CONCPOST.
