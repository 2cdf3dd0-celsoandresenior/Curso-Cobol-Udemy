      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CUSTO POR RESPOSTA E POR CONVERSAO DAS CAMPANHAS:
      *          JUNTA NUM SO RELATORIO, PARA UMA MESMA COMPETENCIA,
      *          AS PECAS ENVIADAS E O CUSTO POSTAL (CAMPHIST
      *          PRECIFICADO PELA PORTTAB COMO NO CUSTOPOST), AS
      *          RESPOSTAS (CAMPRESP) E AS CONVERSOES PROSPECTO ->
      *          CLIENTE DO JORNAL (CREDITADAS A ULTIMA CAMPANHA QUE
      *          TOCOU O CONTATO, COMO NO CONVCICLO). SAI UMA LINHA
      *          POR EMPRESA, CAMPANHA, CANAL E VARIANTE A/B, COM O
      *          CUSTO POR RESPOSTA E POR CONVERSAO E O SUBTOTAL DE
      *          CADA EMPRESA (CD-EMPRESA DO CONTATO). A COMPETENCIA
      *          VEM DE COMPETENCIA_CUSTO (AAAAMM), A MESMA DO
      *          CUSTOPOST; SEM ELA, O MES CORRENTE. EMPRESA_COD
      *          RESTRINGE O RELATORIO A UMA EMPRESA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTORESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTASNAP ASSIGN TO DYNAMIC
               WS-CONTASNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SNP.

               SELECT PORTTAB ASSIGN TO DYNAMIC
               WS-PORTTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PORT.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMP.

               SELECT CAMPRESP ASSIGN TO DYNAMIC
               WS-CAMPRESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CR.

               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT RELROI ASSIGN TO DYNAMIC
               WS-RELROI-PATH
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
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CONTASNAP.
       01 REG-CONTASNAP             PIC X(400).

      * TABELA DE TARIFAS POSTAIS (MANUTTAB OPCAO PORTTAB), NO MESMO
      * LAYOUT LIDO PELO CUSTOPOST.
       FD PORTTAB.
       01 REG-PORTTAB.
           03 PORT-CANAL             PIC X(01).
           03 PORT-FAIXA             PIC X(03).
           03 PORT-VALOR             PIC 9(05).
           03 PORT-FLAG              PIC X(01).
           03 PORT-VIGENCIA          PIC 9(08).

       FD CAMPHIST.
          COPY CAMPHIST.

       FD CAMPRESP.
          COPY CAMPRESP.

       FD JOURNAL.
          COPY JORNAL.

       FD RELROI.
       01 REG-RELROI                PIC X(100).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTASNAP-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTASNAP.TXT'.
       77 WS-PORTTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PORTTAB.TXT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-CAMPRESP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPRESP.TXT'.
       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-RELROI-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELROI.TXT'.
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.TXT'.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.TXT'.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-SNP                 PIC 99.
          88 FS-SNP-OK              VALUE 0.
       77 WS-MODO-SNAP              PIC X VALUE 'N'.
          88 MODO-SNAPSHOT          VALUE 'S' FALSE 'N'.
       77 WS-FS-PORT                PIC 99.
          88 FS-PORT-OK             VALUE 0.
       77 WS-FS-CAMP                PIC 99.
          88 FS-CAMP-OK             VALUE 0.
       77 WS-FS-CR                  PIC 99.
          88 FS-CR-OK               VALUE 0.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CUSTORESP'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

      * REGISTRO DE FIM DE RODADA (VEJA GRAVFIM.cpy).
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CUSTORESP'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS NO RUN-LOG CENTRAL (VEJA GRAVRUN.cpy).
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CUSTORESP'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * COMPETENCIA DO RELATORIO (AAAAMM) E DATA DE REFERENCIA PARA
      * A VIGENCIA DAS TARIFAS (ULTIMO INSTANTE DO MES).
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-X          PIC X(06) VALUE SPACES.
       77 WS-DATA-REF               PIC 9(08) VALUE ZEROES.
       77 WS-HOJE                   PIC 9(08) VALUE ZEROES.

      * FILTRO DE EMPRESA (EMPRESA_COD DO SIGN-ON DO MENUCONT): ZERO
      * = TODAS AS EMPRESAS; CONTATO COM CD-EMPRESA ZERO (BASE
      * ANTIGA) VALE COMO EMPRESA 01. CONTATO QUE NAO ESTA MAIS NO
      * MESTRE SAI NA EMPRESA 00.
       77 WS-EMPRESA-TXT            PIC X(02) VALUE SPACES.
       77 WS-EMPRESA-FILTRO         PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-LINHA          PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-OK-FLG         PIC X VALUE 'S'.
          88 EMPRESA-OK             VALUE 'S' FALSE 'N'.

      * TARIFAS CARREGADAS DA PORTTAB (SO AS ATIVAS E JA VIGENTES;
      * NA CONSULTA VENCE A VIGENCIA MAIS RECENTE DO CANAL+FAIXA).
       77 WS-QTD-TARIFAS            PIC 9(03) VALUE ZEROES.
       01 WS-TAB-TARIFAS.
           03 WS-TARIFA OCCURS 200 TIMES INDEXED BY WS-TAR-IDX.
               05 WS-TAR-CANAL       PIC X(01).
               05 WS-TAR-FAIXA       PIC X(03).
               05 WS-TAR-VALOR       PIC 9(05).
               05 WS-TAR-VIGENCIA    PIC 9(08).

      * FAIXA DE CEP E EMPRESA DE CADA CONTATO, INDEXADOS PELO
      * PROPRIO ID (MESMA TECNICA DO CUSTOPOST).
       01 WS-TAB-CONTATOS.
           03 WS-CONT-INFO OCCURS 99999 TIMES.
               05 WS-CON-VISTO       PIC X(01).
               05 WS-CON-FAIXA       PIC X(03).
               05 WS-CON-EMPRESA     PIC 9(02).

      * CONVERSOES DO MES ENCONTRADAS NO JORNAL (ATE 1000), COM A
      * CAMPANHA, O CANAL E A VARIANTE DO ULTIMO TOQUE ANTERIOR A
      * TRANSICAO (ESPACOS = NENHUM TOQUE AINDA).
       77 WS-QTD-CONV               PIC 9(04) VALUE ZEROES.
       01 WS-TAB-CONVERSOES.
           03 WS-CONVERSAO OCCURS 1000 TIMES INDEXED BY WS-CNV-IDX.
               05 WS-CNV-ID          PIC 9(05).
               05 WS-CNV-DATA        PIC 9(08).
               05 WS-CNV-CAMPANHA    PIC X(10).
               05 WS-CNV-CANAL       PIC X(01).
               05 WS-CNV-VARIANTE    PIC X(01).
               05 WS-CNV-DATA-CAMP   PIC 9(08).

      * AGREGADO DO RELATORIO: UMA LINHA POR EMPRESA + CAMPANHA +
      * CANAL + VARIANTE. CUSTO EM CENTAVOS.
       77 WS-QTD-AGR                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-AGREGADO.
           03 WS-AGREGADO OCCURS 500 TIMES INDEXED BY WS-AGR-IDX.
               05 WS-AGR-EMPRESA     PIC 9(02).
               05 WS-AGR-CAMPANHA    PIC X(10).
               05 WS-AGR-CANAL       PIC X(01).
               05 WS-AGR-VARIANTE    PIC X(01).
               05 WS-AGR-PECAS       PIC 9(07).
               05 WS-AGR-CUSTO       PIC 9(11).
               05 WS-AGR-RESPOSTAS   PIC 9(07).
               05 WS-AGR-CONVERSOES  PIC 9(07).

      * CHAVE DA LINHA A ACUMULAR.
       77 WS-CHV-EMPRESA            PIC 9(02) VALUE ZEROES.
       77 WS-CHV-CAMPANHA           PIC X(10) VALUE SPACES.
       77 WS-CHV-CANAL              PIC X(01) VALUE SPACES.
       77 WS-CHV-VARIANTE           PIC X(01) VALUE SPACES.
       77 WS-TEM-LINHA              PIC X VALUE 'N'.
          88 TEM-LINHA              VALUE 'S' FALSE 'N'.

       77 WS-TARIFA-ACHADA          PIC 9(05) VALUE ZEROES.
       77 WS-VIGENCIA-ACHADA        PIC 9(08) VALUE ZEROES.
       77 WS-TEM-TARIFA             PIC X VALUE 'N'.
          88 TEM-TARIFA             VALUE 'S' FALSE 'N'.
       77 WS-CANAL-BUSCA            PIC X(01) VALUE SPACES.
       77 WS-FAIXA-BUSCA            PIC X(03) VALUE SPACES.
       77 WS-ID-AUX                 PIC 9(05) VALUE ZEROES.

      * QUEBRA POR EMPRESA: A PROXIMA EMPRESA A IMPRIMIR E A MENOR
      * AINDA NAO IMPRESSA (EMPRESA + 1, PARA A 00 TAMBEM CABER).
       77 WS-EMPRESA-ANT            PIC 9(03) VALUE ZEROES.
       77 WS-EMPRESA-PROX           PIC 9(03) VALUE ZEROES.
       77 WS-EMPRESA-ATUAL          PIC 9(02) VALUE ZEROES.

      * TOTAIS DA EMPRESA E GERAIS (CUSTO EM CENTAVOS).
       77 WS-SUB-PECAS              PIC 9(07) VALUE ZEROES.
       77 WS-SUB-CUSTO              PIC 9(11) VALUE ZEROES.
       77 WS-SUB-RESPOSTAS          PIC 9(07) VALUE ZEROES.
       77 WS-SUB-CONVERSOES         PIC 9(07) VALUE ZEROES.
       77 WS-TOT-PECAS              PIC 9(07) VALUE ZEROES.
       77 WS-TOT-CUSTO              PIC 9(11) VALUE ZEROES.
       77 WS-TOT-RESPOSTAS          PIC 9(07) VALUE ZEROES.
       77 WS-TOT-CONVERSOES         PIC 9(07) VALUE ZEROES.

      * CAMPOS DE UMA LINHA IMPRESSA (DETALHE, SUBTOTAL OU TOTAL).
       77 WS-IMP-PECAS              PIC 9(07) VALUE ZEROES.
       77 WS-IMP-CUSTO              PIC 9(11) VALUE ZEROES.
       77 WS-IMP-RESPOSTAS          PIC 9(07) VALUE ZEROES.
       77 WS-IMP-CONVERSOES         PIC 9(07) VALUE ZEROES.
       77 WS-IMP-ROTULO             PIC X(18) VALUE SPACES.

       77 WS-PECAS-MES              PIC 9(07) VALUE ZEROES.
       77 WS-RESPOSTAS-MES          PIC 9(07) VALUE ZEROES.
       77 WS-SEM-TARIFA             PIC 9(05) VALUE ZEROES.
       77 WS-SEM-CADASTRO           PIC 9(05) VALUE ZEROES.
       77 WS-FORA-EMPRESA           PIC 9(05) VALUE ZEROES.
       77 WS-ESPONTANEAS            PIC 9(05) VALUE ZEROES.
       77 WS-LINHAS-REL             PIC 9(07) VALUE ZEROES.

       77 WS-VALOR-REAIS            PIC 9(09)V99 VALUE ZEROES.
       77 WS-VALOR-ED               PIC ZZ.ZZZ.ZZ9,99.
       77 WS-PECAS-ED               PIC Z.ZZZ.ZZ9.
       77 WS-RESP-ED                PIC Z.ZZZ.ZZ9.
       77 WS-CONV-ED                PIC Z.ZZZ.ZZ9.
       77 WS-UNIT-ED                PIC Z.ZZZ.ZZ9,99.
       77 WS-CPR-X                  PIC X(12) VALUE SPACES.
       77 WS-CPC-X                  PIC X(12) VALUE SPACES.
       01 WS-LINHA-REL              PIC X(100) VALUE SPACES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CUSTO POR RESPOSTA E POR CONVERSAO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-COMPETENCIA THRU P150-FIM
           PERFORM P200-CARREGAR-TARIFAS THRU P200-FIM
           IF WS-FIM-RC < 8
               PERFORM P300-CARREGAR-CONTATOS THRU P300-FIM
           END-IF
           IF WS-FIM-RC < 8
               PERFORM P400-COLETAR-CONVERSOES THRU P400-FIM
               PERFORM P500-PRECIFICAR THRU P500-FIM
               PERFORM P600-CONTAR-RESPOSTAS THRU P600-FIM
               PERFORM P650-CREDITAR-CONVERSOES THRU P650-FIM
               PERFORM P700-GERAR-RELATORIO THRU P700-FIM
           END-IF
           PERFORM P800-TOTAIS THRU P800-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CONTASNAP_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTASNAP-PATH    FROM ENVIRONMENT-VALUE
           IF WS-CONTASNAP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTASNAP.TXT'
                   TO WS-CONTASNAP-PATH
           END-IF

           DISPLAY 'PORTTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PORTTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PORTTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PORTTAB.TXT'
                   TO WS-PORTTAB-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'CAMPRESP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPRESP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPRESP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPRESP.TXT'
                   TO WS-CAMPRESP-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'RELROI_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELROI-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELROI-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELROI.TXT'
                   TO WS-RELROI-PATH
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
               MOVE 'C:\Users\gotic\opencobolfiles\FIMRUN.TXT'
                   TO WS-FIMRUN-PATH
           END-IF

           DISPLAY 'RUNCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RUNCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNCTL.TXT'
                   TO WS-RUNCTL-PATH
           END-IF
           .
       P100-FIM.

      * UMA SO COMPETENCIA PARA AS TRES MEDIDAS (PECAS, RESPOSTAS E
      * CONVERSOES), LIDA DA MESMA VARIAVEL DO CUSTOPOST.
       P150-COMPETENCIA.
           DISPLAY 'COMPETENCIA_CUSTO'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMPETENCIA-X     FROM ENVIRONMENT-VALUE
           IF WS-COMPETENCIA-X = SPACES
                   OR WS-COMPETENCIA-X IS NOT NUMERIC
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               MOVE WS-HOJE(1:6) TO WS-COMPETENCIA-X
           END-IF
           MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
           COMPUTE WS-DATA-REF = WS-COMPETENCIA * 100 + 31
           DISPLAY 'COMPETENCIA DO RELATORIO: ' WS-COMPETENCIA

           DISPLAY 'EMPRESA_COD'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-EMPRESA-TXT       FROM ENVIRONMENT-VALUE
           IF WS-EMPRESA-TXT = SPACES
                   OR WS-EMPRESA-TXT NOT NUMERIC
               MOVE 0 TO WS-EMPRESA-FILTRO
           ELSE
               MOVE WS-EMPRESA-TXT TO WS-EMPRESA-FILTRO
           END-IF
           IF WS-EMPRESA-FILTRO NOT = 0
               DISPLAY 'SOMENTE A EMPRESA ' WS-EMPRESA-FILTRO
           END-IF
           .
       P150-FIM.

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
               DISPLAY 'TABELA PORTTAB VAZIA OU AUSENTE. CADASTRE '
                   'AS TARIFAS NO MANUTTAB ANTES DO RELATORIO.'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P200-FIM.

       P210-CARREGAR-TARIFA.
           READ PORTTAB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
      * SO AS LINHAS ATIVAS E JA VIGENTES NA COMPETENCIA ENTRAM.
                   IF PORT-FLAG = 'S'
                           AND PORT-VIGENCIA NOT > WS-DATA-REF
                           AND WS-QTD-TARIFAS < 200
                       ADD 1 TO WS-QTD-TARIFAS
                       MOVE PORT-CANAL TO
                           WS-TAR-CANAL(WS-QTD-TARIFAS)
                       MOVE PORT-FAIXA TO
                           WS-TAR-FAIXA(WS-QTD-TARIFAS)
                       MOVE PORT-VALOR TO
                           WS-TAR-VALOR(WS-QTD-TARIFAS)
                       MOVE PORT-VIGENCIA TO
                           WS-TAR-VIGENCIA(WS-QTD-TARIFAS)
                   END-IF
           END-READ
           .
       P210-FIM.

       P300-CARREGAR-CONTATOS.
           MOVE SPACES TO WS-TAB-CONTATOS
           SET EOF-OK TO FALSE
           PERFORM P310-ABRIR-FONTE THRU P310-FIM
           IF FS-OK
               PERFORM P320-GUARDAR-CONTATO THRU P320-FIM
                   UNTIL EOF-OK
               IF MODO-SNAPSHOT
                   CLOSE CONTASNAP
               ELSE
                   CLOSE CONTATOS
               END-IF
           ELSE
               COPY FSDIAG.

               MOVE 8 TO WS-FIM-RC
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-ABRIR-FONTE.
      * A FONTE PREFERIDA E A FOTOGRAFIA DO BATCHEOD; NA FALTA
      * DELA (RODADA AVULSA, FORA DA JANELA), O PROPRIO MESTRE.
           SET MODO-SNAPSHOT TO FALSE
           SET FS-SNP-OK TO TRUE
           OPEN INPUT CONTASNAP
           IF FS-SNP-OK
               SET MODO-SNAPSHOT TO TRUE
               SET FS-OK TO TRUE
               DISPLAY 'LENDO A FOTOGRAFIA DO MESTRE (CONTASNAP).'
           ELSE
               SET FS-OK TO TRUE
               OPEN INPUT CONTATOS
           END-IF
           .
       P310-FIM.

       P315-LER-FONTE.
           IF MODO-SNAPSHOT
               READ CONTASNAP INTO REG-CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
               END-READ
           ELSE
               READ CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
               END-READ
           END-IF
           .
       P315-FIM.

       P320-GUARDAR-CONTATO.
           PERFORM P315-LER-FONTE THRU P315-FIM
           IF EOF-OK
               GO TO P320-FIM
           END-IF
      * O HISTORICO PODE APONTAR PARA CONTATOS HOJE EXCLUIDOS;
      * A FAIXA E A EMPRESA FICAM GUARDADAS MESMO ASSIM.
           IF ID-CONTATO > 0 AND ID-CONTATO NOT > 99999
               MOVE ID-CONTATO TO WS-ID-AUX
               MOVE 'S'           TO WS-CON-VISTO(WS-ID-AUX)
               MOVE WS-CEP(1:3)   TO WS-CON-FAIXA(WS-ID-AUX)
               IF CD-EMPRESA = 0
                   MOVE 1 TO WS-CON-EMPRESA(WS-ID-AUX)
               ELSE
                   MOVE CD-EMPRESA TO WS-CON-EMPRESA(WS-ID-AUX)
               END-IF
           END-IF
           .
       P320-FIM.

      * EMPRESA DO CONTATO EM WS-ID-AUX (00 = FORA DO MESTRE) E O
      * FILTRO DE EMPRESA DA RODADA.
       P350-EMPRESA-CONTATO.
           SET EMPRESA-OK TO TRUE
           MOVE 0 TO WS-EMPRESA-LINHA
           IF WS-ID-AUX > 0
                   AND WS-CON-VISTO(WS-ID-AUX) = 'S'
               MOVE WS-CON-EMPRESA(WS-ID-AUX) TO WS-EMPRESA-LINHA
           END-IF
           IF WS-EMPRESA-FILTRO NOT = 0
                   AND WS-EMPRESA-LINHA NOT = WS-EMPRESA-FILTRO
               SET EMPRESA-OK TO FALSE
           END-IF
           .
       P350-FIM.

      * A CONVERSAO QUE INTERESSA E A TRANSICAO PROSPECTO -> CLIENTE
      * (OPERACAO 'CICLO', POSICAO 352 DO REGISTRO DO MESTRE) DATADA
      * DENTRO DA COMPETENCIA.
       P400-COLETAR-CONVERSOES.
           MOVE 0 TO WS-QTD-CONV
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE

           OPEN INPUT JOURNAL
           IF FS-JOR-OK
               PERFORM P410-TRATAR-EVENTO THRU P410-FIM
                   UNTIL EOF-OK
               CLOSE JOURNAL
           ELSE
               DISPLAY 'JORNAL INDISPONIVEL (FS=' WS-FS-JOR
                   '). CONVERSOES FICAM ZERADAS.'
               MOVE 4 TO WS-FIM-RC
           END-IF
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-TRATAR-EVENTO.
           READ JOURNAL
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF JOR-OPERACAO = 'CICLO'
                           AND JOR-DATA(1:6) = WS-COMPETENCIA-X
                           AND JOR-IMAGEM-ANTES(352:1) = 'P'
                           AND JOR-IMAGEM-DEPOIS(352:1) = 'C'
                       IF WS-QTD-CONV < 1000
                           ADD 1 TO WS-QTD-CONV
                           MOVE JOR-ID-CONTATO
                               TO WS-CNV-ID(WS-QTD-CONV)
                           MOVE JOR-DATA
                               TO WS-CNV-DATA(WS-QTD-CONV)
                           MOVE SPACES
                               TO WS-CNV-CAMPANHA(WS-QTD-CONV)
                           MOVE SPACES
                               TO WS-CNV-CANAL(WS-QTD-CONV)
                           MOVE SPACES
                               TO WS-CNV-VARIANTE(WS-QTD-CONV)
                           MOVE 0
                               TO WS-CNV-DATA-CAMP(WS-QTD-CONV)
                       ELSE
                           DISPLAY 'ATENCAO: LIMITE DE 1000 '
                               'CONVERSOES ATINGIDO.'
                           MOVE 4 TO WS-FIM-RC
                           SET EOF-OK TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
       P410-FIM.

      * UMA SO PASSADA NO HISTORICO: AS PECAS DA COMPETENCIA SAO
      * PRECIFICADAS E TODA PECA (DE QUALQUER MES) SERVE DE TOQUE
      * PARA CREDITAR AS CONVERSOES.
       P500-PRECIFICAR.
           SET EOF-OK TO FALSE
           SET FS-CAMP-OK TO TRUE

           OPEN INPUT CAMPHIST
           IF FS-CAMP-OK
               PERFORM P510-TRATAR-PECA THRU P510-FIM
                   UNTIL EOF-OK
               CLOSE CAMPHIST
           ELSE
               DISPLAY 'HISTORICO DE CAMPANHAS AUSENTE (FS='
                       WS-FS-CAMP '). NADA A PRECIFICAR.'
               MOVE 4 TO WS-FIM-RC
           END-IF
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-TRATAR-PECA.
           READ CAMPHIST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF CH-VARIANTE = SPACE
                       MOVE 'A' TO CH-VARIANTE
                   END-IF
                   IF CH-DATA(1:6) = WS-COMPETENCIA-X
                       PERFORM P515-PRECIFICA-PECA THRU P515-FIM
                   END-IF
                   SET WS-CNV-IDX TO 1
                   PERFORM P540-CASAR-TOQUE THRU P540-FIM
                       UNTIL WS-CNV-IDX > WS-QTD-CONV
           END-READ
           .
       P510-FIM.

       P515-PRECIFICA-PECA.
           MOVE CH-ID-CONTATO TO WS-ID-AUX
           PERFORM P350-EMPRESA-CONTATO THRU P350-FIM
           IF NOT EMPRESA-OK
               ADD 1 TO WS-FORA-EMPRESA
               GO TO P515-FIM
           END-IF
           ADD 1 TO WS-PECAS-MES

           MOVE CH-CANAL TO WS-CANAL-BUSCA
           MOVE '000'    TO WS-FAIXA-BUSCA
           IF WS-EMPRESA-LINHA = 0
               ADD 1 TO WS-SEM-CADASTRO
           ELSE
      * SO A MALA DEPENDE DO CEP: E-MAIL, SMS E LIGACAO FICAM NA
      * FAIXA PADRAO.
               IF CH-CANAL-MALA
                   MOVE WS-CON-FAIXA(CH-ID-CONTATO)
                       TO WS-FAIXA-BUSCA
               END-IF
           END-IF

           PERFORM P520-PROCURA-TARIFA THRU P520-FIM
           IF NOT TEM-TARIFA
      * SEM TARIFA DA FAIXA, CAI NA TARIFA PADRAO DO CANAL.
               MOVE '000' TO WS-FAIXA-BUSCA
               PERFORM P520-PROCURA-TARIFA THRU P520-FIM
           END-IF
           IF NOT TEM-TARIFA
               ADD 1 TO WS-SEM-TARIFA
               MOVE 0 TO WS-TARIFA-ACHADA
           END-IF

           MOVE WS-EMPRESA-LINHA TO WS-CHV-EMPRESA
           MOVE CH-CAMPANHA      TO WS-CHV-CAMPANHA
           MOVE CH-CANAL         TO WS-CHV-CANAL
           MOVE CH-VARIANTE      TO WS-CHV-VARIANTE
           PERFORM P550-ACHA-LINHA THRU P550-FIM
           IF TEM-LINHA
               ADD 1 TO WS-AGR-PECAS(WS-AGR-IDX)
               ADD WS-TARIFA-ACHADA TO WS-AGR-CUSTO(WS-AGR-IDX)
           END-IF
           .
       P515-FIM.

      * VENCE A LINHA DO CANAL+FAIXA COM A VIGENCIA MAIS RECENTE
      * QUE NAO ULTRAPASSE A COMPETENCIA.
       P520-PROCURA-TARIFA.
           SET TEM-TARIFA TO FALSE
           MOVE 0 TO WS-TARIFA-ACHADA
           MOVE 0 TO WS-VIGENCIA-ACHADA
           SET WS-TAR-IDX TO 1
           PERFORM P525-COMPARA-TARIFA THRU P525-FIM
               UNTIL WS-TAR-IDX > WS-QTD-TARIFAS
           .
       P520-FIM.

       P525-COMPARA-TARIFA.
           IF WS-TAR-CANAL(WS-TAR-IDX) = WS-CANAL-BUSCA
                   AND WS-TAR-FAIXA(WS-TAR-IDX) = WS-FAIXA-BUSCA
                   AND WS-TAR-VIGENCIA(WS-TAR-IDX) NOT <
                       WS-VIGENCIA-ACHADA
               SET TEM-TARIFA TO TRUE
               MOVE WS-TAR-VALOR(WS-TAR-IDX) TO WS-TARIFA-ACHADA
               MOVE WS-TAR-VIGENCIA(WS-TAR-IDX)
                   TO WS-VIGENCIA-ACHADA
           END-IF
           SET WS-TAR-IDX UP BY 1
           .
       P525-FIM.

      * CREDITO DE CAMPANHA: PARA CADA CONVERSAO VALE A PECA MAIS
      * RECENTE QUE TOCOU O CONTATO ATE A DATA DA TRANSICAO.
       P540-CASAR-TOQUE.
           IF WS-CNV-ID(WS-CNV-IDX) = CH-ID-CONTATO
                   AND CH-DATA NOT > WS-CNV-DATA(WS-CNV-IDX)
                   AND CH-DATA > WS-CNV-DATA-CAMP(WS-CNV-IDX)
               MOVE CH-CAMPANHA TO WS-CNV-CAMPANHA(WS-CNV-IDX)
               MOVE CH-CANAL    TO WS-CNV-CANAL(WS-CNV-IDX)
               MOVE CH-VARIANTE TO WS-CNV-VARIANTE(WS-CNV-IDX)
               MOVE CH-DATA     TO WS-CNV-DATA-CAMP(WS-CNV-IDX)
           END-IF
           SET WS-CNV-IDX UP BY 1
           .
       P540-FIM.

      * LOCALIZA (OU ABRE) A LINHA DA CHAVE WS-CHV-*.
       P550-ACHA-LINHA.
           SET TEM-LINHA TO TRUE
           SET WS-AGR-IDX TO 1
           PERFORM P555-PROCURA-LINHA THRU P555-FIM
               UNTIL WS-AGR-IDX > WS-QTD-AGR
                   OR (WS-AGR-EMPRESA(WS-AGR-IDX) = WS-CHV-EMPRESA
                       AND WS-AGR-CAMPANHA(WS-AGR-IDX) =
                           WS-CHV-CAMPANHA
                       AND WS-AGR-CANAL(WS-AGR-IDX) = WS-CHV-CANAL
                       AND WS-AGR-VARIANTE(WS-AGR-IDX) =
                           WS-CHV-VARIANTE)

           IF WS-AGR-IDX > WS-QTD-AGR
               IF WS-QTD-AGR < 500
                   ADD 1 TO WS-QTD-AGR
                   SET WS-AGR-IDX TO WS-QTD-AGR
                   MOVE WS-CHV-EMPRESA  TO WS-AGR-EMPRESA(WS-AGR-IDX)
                   MOVE WS-CHV-CAMPANHA TO WS-AGR-CAMPANHA(WS-AGR-IDX)
                   MOVE WS-CHV-CANAL    TO WS-AGR-CANAL(WS-AGR-IDX)
                   MOVE WS-CHV-VARIANTE TO WS-AGR-VARIANTE(WS-AGR-IDX)
                   MOVE 0 TO WS-AGR-PECAS(WS-AGR-IDX)
                   MOVE 0 TO WS-AGR-CUSTO(WS-AGR-IDX)
                   MOVE 0 TO WS-AGR-RESPOSTAS(WS-AGR-IDX)
                   MOVE 0 TO WS-AGR-CONVERSOES(WS-AGR-IDX)
               ELSE
                   DISPLAY 'ATENCAO: LIMITE DE 500 LINHAS DO '
                       'RELATORIO ATINGIDO.'
                   MOVE 4 TO WS-FIM-RC
                   SET TEM-LINHA TO FALSE
               END-IF
           END-IF
           .
       P550-FIM.

       P555-PROCURA-LINHA.
           SET WS-AGR-IDX UP BY 1
           .
       P555-FIM.

      * RESPOSTAS DA COMPETENCIA, NA CAMPANHA, CANAL E VARIANTE DA
      * PECA ORIGINAL GRAVADOS PELO CAMPRESP/RETDISC.
       P600-CONTAR-RESPOSTAS.
           SET EOF-OK TO FALSE
           SET FS-CR-OK TO TRUE

           OPEN INPUT CAMPRESP
           IF FS-CR-OK
               PERFORM P610-TRATAR-RESPOSTA THRU P610-FIM
                   UNTIL EOF-OK
               CLOSE CAMPRESP
           ELSE
               DISPLAY 'ARQUIVO DE RESPOSTAS AUSENTE (FS=' WS-FS-CR
                   '). RESPOSTAS FICAM ZERADAS.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P600-FIM.

       P610-TRATAR-RESPOSTA.
           READ CAMPRESP
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF CR-DATA(1:6) = WS-COMPETENCIA-X
                       PERFORM P615-CONTA-RESPOSTA THRU P615-FIM
                   END-IF
           END-READ
           .
       P610-FIM.

       P615-CONTA-RESPOSTA.
           MOVE CR-ID-CONTATO TO WS-ID-AUX
           PERFORM P350-EMPRESA-CONTATO THRU P350-FIM
           IF NOT EMPRESA-OK
               GO TO P615-FIM
           END-IF
           IF CR-VARIANTE = SPACE
               MOVE 'A' TO CR-VARIANTE
           END-IF
           ADD 1 TO WS-RESPOSTAS-MES

           MOVE WS-EMPRESA-LINHA TO WS-CHV-EMPRESA
           MOVE CR-CAMPANHA      TO WS-CHV-CAMPANHA
           MOVE CR-CANAL         TO WS-CHV-CANAL
           MOVE CR-VARIANTE      TO WS-CHV-VARIANTE
           PERFORM P550-ACHA-LINHA THRU P550-FIM
           IF TEM-LINHA
               ADD 1 TO WS-AGR-RESPOSTAS(WS-AGR-IDX)
           END-IF
           .
       P615-FIM.

      * CONVERSAO SEM NENHUMA PECA ANTERIOR E ESPONTANEA: NAO ENTRA
      * NO CUSTO DE NENHUMA CAMPANHA, SO NO CONTADOR DO RODAPE.
       P650-CREDITAR-CONVERSOES.
           SET WS-CNV-IDX TO 1
           PERFORM P660-CREDITAR-CONVERSAO THRU P660-FIM
               UNTIL WS-CNV-IDX > WS-QTD-CONV
           .
       P650-FIM.

       P660-CREDITAR-CONVERSAO.
           MOVE WS-CNV-ID(WS-CNV-IDX) TO WS-ID-AUX
           PERFORM P350-EMPRESA-CONTATO THRU P350-FIM
           IF NOT EMPRESA-OK
               GO TO P660-PROXIMA
           END-IF
           IF WS-CNV-CAMPANHA(WS-CNV-IDX) = SPACES
               ADD 1 TO WS-ESPONTANEAS
               GO TO P660-PROXIMA
           END-IF

           MOVE WS-EMPRESA-LINHA            TO WS-CHV-EMPRESA
           MOVE WS-CNV-CAMPANHA(WS-CNV-IDX) TO WS-CHV-CAMPANHA
           MOVE WS-CNV-CANAL(WS-CNV-IDX)    TO WS-CHV-CANAL
           MOVE WS-CNV-VARIANTE(WS-CNV-IDX) TO WS-CHV-VARIANTE
           PERFORM P550-ACHA-LINHA THRU P550-FIM
           IF TEM-LINHA
               ADD 1 TO WS-AGR-CONVERSOES(WS-AGR-IDX)
           END-IF
           .
       P660-PROXIMA.
           SET WS-CNV-IDX UP BY 1
           .
       P660-FIM.

       P700-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELROI
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE CUSTO POR '
                       'RESPOSTA (FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P700-FIM
           END-IF

           MOVE SPACES TO REG-RELROI
           STRING 'CUSTO POR RESPOSTA E POR CONVERSAO - COMPETENCIA '
                      DELIMITED BY SIZE
                  WS-COMPETENCIA-X DELIMITED BY SIZE
               INTO REG-RELROI
           WRITE REG-RELROI
           MOVE SPACES TO REG-RELROI
           WRITE REG-RELROI
           MOVE SPACES TO WS-LINHA-REL
           STRING 'EMP CAMPANHA   C V     PECAS      CUSTO R$  '
                      DELIMITED BY SIZE
                  'RESPOSTAS CONVERSOES   R$/RESPOSTA   R$/CONVERSAO'
                      DELIMITED BY SIZE
               INTO WS-LINHA-REL
           MOVE WS-LINHA-REL TO REG-RELROI
           WRITE REG-RELROI
           MOVE 3 TO WS-LINHAS-REL

           MOVE 0 TO WS-EMPRESA-ANT
           PERFORM P710-PROXIMA-EMPRESA THRU P710-FIM
           PERFORM P720-BLOCO-EMPRESA THRU P720-FIM
               UNTIL WS-EMPRESA-PROX = 999

           MOVE SPACES TO REG-RELROI
           WRITE REG-RELROI
           MOVE WS-TOT-PECAS      TO WS-IMP-PECAS
           MOVE WS-TOT-CUSTO      TO WS-IMP-CUSTO
           MOVE WS-TOT-RESPOSTAS  TO WS-IMP-RESPOSTAS
           MOVE WS-TOT-CONVERSOES TO WS-IMP-CONVERSOES
           MOVE 'TOTAL GERAL'     TO WS-IMP-ROTULO
           PERFORM P760-LINHA-TOTAL THRU P760-FIM

           IF WS-ESPONTANEAS > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING 'CONVERSOES ESPONTANEAS (SEM PECA ANTERIOR): '
                          DELIMITED BY SIZE
                      WS-ESPONTANEAS DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               MOVE WS-LINHA-REL TO REG-RELROI
               WRITE REG-RELROI
               ADD 1 TO WS-LINHAS-REL
           END-IF

           IF WS-SEM-TARIFA > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING 'PECAS SEM TARIFA CADASTRADA (CUSTO ZERO): '
                          DELIMITED BY SIZE
                      WS-SEM-TARIFA  DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               MOVE WS-LINHA-REL TO REG-RELROI
               WRITE REG-RELROI
               ADD 1 TO WS-LINHAS-REL
               MOVE 4 TO WS-FIM-RC
           END-IF

           ADD 2 TO WS-LINHAS-REL
           CLOSE RELROI

           MOVE 'RELROI' TO WS-CAT-NOME
           MOVE WS-LINHAS-REL TO WS-CAT-REGISTROS
           MOVE WS-RELROI-PATH TO WS-CAT-ARQUIVO
           COPY GRAVCAT.
           .
       P700-FIM.

      * A PROXIMA EMPRESA E A MENOR AINDA NAO IMPRESSA; 999 = FIM.
       P710-PROXIMA-EMPRESA.
           MOVE 999 TO WS-EMPRESA-PROX
           SET WS-AGR-IDX TO 1
           PERFORM P715-COMPARA-EMPRESA THRU P715-FIM
               UNTIL WS-AGR-IDX > WS-QTD-AGR
           .
       P710-FIM.

       P715-COMPARA-EMPRESA.
           IF WS-AGR-EMPRESA(WS-AGR-IDX) + 1 > WS-EMPRESA-ANT
                   AND WS-AGR-EMPRESA(WS-AGR-IDX) + 1 <
                       WS-EMPRESA-PROX
               COMPUTE WS-EMPRESA-PROX =
                   WS-AGR-EMPRESA(WS-AGR-IDX) + 1
           END-IF
           SET WS-AGR-IDX UP BY 1
           .
       P715-FIM.

       P720-BLOCO-EMPRESA.
           COMPUTE WS-EMPRESA-ATUAL = WS-EMPRESA-PROX - 1
           MOVE 0 TO WS-SUB-PECAS
           MOVE 0 TO WS-SUB-CUSTO
           MOVE 0 TO WS-SUB-RESPOSTAS
           MOVE 0 TO WS-SUB-CONVERSOES

           SET WS-AGR-IDX TO 1
           PERFORM P730-LINHA-DETALHE THRU P730-FIM
               UNTIL WS-AGR-IDX > WS-QTD-AGR

           MOVE WS-SUB-PECAS      TO WS-IMP-PECAS
           MOVE WS-SUB-CUSTO      TO WS-IMP-CUSTO
           MOVE WS-SUB-RESPOSTAS  TO WS-IMP-RESPOSTAS
           MOVE WS-SUB-CONVERSOES TO WS-IMP-CONVERSOES
           MOVE SPACES TO WS-IMP-ROTULO
           STRING 'SUBTOTAL EMPRESA ' DELIMITED BY SIZE
                  WS-EMPRESA-ATUAL    DELIMITED BY SIZE
               INTO WS-IMP-ROTULO
           PERFORM P760-LINHA-TOTAL THRU P760-FIM
           MOVE SPACES TO REG-RELROI
           WRITE REG-RELROI
           ADD 1 TO WS-LINHAS-REL

           ADD WS-SUB-PECAS      TO WS-TOT-PECAS
           ADD WS-SUB-CUSTO      TO WS-TOT-CUSTO
           ADD WS-SUB-RESPOSTAS  TO WS-TOT-RESPOSTAS
           ADD WS-SUB-CONVERSOES TO WS-TOT-CONVERSOES

           MOVE WS-EMPRESA-PROX TO WS-EMPRESA-ANT
           PERFORM P710-PROXIMA-EMPRESA THRU P710-FIM
           .
       P720-FIM.

       P730-LINHA-DETALHE.
           IF WS-AGR-EMPRESA(WS-AGR-IDX) NOT = WS-EMPRESA-ATUAL
               GO TO P730-PROXIMA
           END-IF
           MOVE WS-AGR-PECAS(WS-AGR-IDX)      TO WS-IMP-PECAS
           MOVE WS-AGR-CUSTO(WS-AGR-IDX)      TO WS-IMP-CUSTO
           MOVE WS-AGR-RESPOSTAS(WS-AGR-IDX)  TO WS-IMP-RESPOSTAS
           MOVE WS-AGR-CONVERSOES(WS-AGR-IDX) TO WS-IMP-CONVERSOES
           PERFORM P750-EDITA-VALORES THRU P750-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING WS-AGR-EMPRESA(WS-AGR-IDX)  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-AGR-CAMPANHA(WS-AGR-IDX) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-AGR-CANAL(WS-AGR-IDX)    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-AGR-VARIANTE(WS-AGR-IDX) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PECAS-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-RESP-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-CONV-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-CPR-X                    DELIMITED BY SIZE
                  '   '                       DELIMITED BY SIZE
                  WS-CPC-X                    DELIMITED BY SIZE
               INTO WS-LINHA-REL
           MOVE WS-LINHA-REL TO REG-RELROI
           WRITE REG-RELROI
           ADD 1 TO WS-LINHAS-REL

           ADD WS-AGR-PECAS(WS-AGR-IDX)      TO WS-SUB-PECAS
           ADD WS-AGR-CUSTO(WS-AGR-IDX)      TO WS-SUB-CUSTO
           ADD WS-AGR-RESPOSTAS(WS-AGR-IDX)  TO WS-SUB-RESPOSTAS
           ADD WS-AGR-CONVERSOES(WS-AGR-IDX) TO WS-SUB-CONVERSOES
           .
       P730-PROXIMA.
           SET WS-AGR-IDX UP BY 1
           .
       P730-FIM.

      * EDITA OS CAMPOS WS-IMP-* E CALCULA O CUSTO UNITARIO; SEM
      * RESPOSTA (OU SEM CONVERSAO) O CUSTO UNITARIO SAI COMO '-'.
       P750-EDITA-VALORES.
           MOVE WS-IMP-PECAS      TO WS-PECAS-ED
           MOVE WS-IMP-RESPOSTAS  TO WS-RESP-ED
           MOVE WS-IMP-CONVERSOES TO WS-CONV-ED
           COMPUTE WS-VALOR-REAIS = WS-IMP-CUSTO / 100
           MOVE WS-VALOR-REAIS TO WS-VALOR-ED

           MOVE '           -' TO WS-CPR-X
           IF WS-IMP-RESPOSTAS > 0
               COMPUTE WS-VALOR-REAIS ROUNDED =
                   WS-IMP-CUSTO / 100 / WS-IMP-RESPOSTAS
               MOVE WS-VALOR-REAIS TO WS-UNIT-ED
               MOVE WS-UNIT-ED TO WS-CPR-X
           END-IF
           MOVE '           -' TO WS-CPC-X
           IF WS-IMP-CONVERSOES > 0
               COMPUTE WS-VALOR-REAIS ROUNDED =
                   WS-IMP-CUSTO / 100 / WS-IMP-CONVERSOES
               MOVE WS-VALOR-REAIS TO WS-UNIT-ED
               MOVE WS-UNIT-ED TO WS-CPC-X
           END-IF
           .
       P750-FIM.

       P760-LINHA-TOTAL.
           PERFORM P750-EDITA-VALORES THRU P750-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-IMP-ROTULO               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PECAS-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-RESP-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-CONV-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-CPR-X                    DELIMITED BY SIZE
                  '   '                       DELIMITED BY SIZE
                  WS-CPC-X                    DELIMITED BY SIZE
               INTO WS-LINHA-REL
           MOVE WS-LINHA-REL TO REG-RELROI
           WRITE REG-RELROI
           ADD 1 TO WS-LINHAS-REL
           .
       P760-FIM.

       P800-TOTAIS.
           DISPLAY 'PECAS NA COMPETENCIA...: ' WS-PECAS-MES
           DISPLAY 'RESPOSTAS NA COMPETENCIA: ' WS-RESPOSTAS-MES
           DISPLAY 'CONVERSOES NO JORNAL...: ' WS-QTD-CONV
           DISPLAY 'CONVERSOES ESPONTANEAS.: ' WS-ESPONTANEAS
           DISPLAY 'LINHAS DO RELATORIO....: ' WS-QTD-AGR
           DISPLAY 'PECAS SEM TARIFA.......: ' WS-SEM-TARIFA
           DISPLAY 'PECAS SEM CADASTRO.....: ' WS-SEM-CADASTRO
           IF WS-EMPRESA-FILTRO NOT = 0
               DISPLAY 'PECAS DE OUTRA EMPRESA.: ' WS-FORA-EMPRESA
           END-IF

           MOVE WS-PECAS-MES(3:5)     TO WS-FIM-CONT1
           MOVE WS-RESPOSTAS-MES(3:5) TO WS-FIM-CONT2
           MOVE WS-QTD-CONV           TO WS-FIM-CONT3
           COPY GRAVFIM.

           MOVE 'FIM   '      TO WS-RUN-EVENTO
           MOVE WS-FIM-RC     TO WS-RUN-RC
           MOVE WS-FIM-CONT1  TO WS-RUN-CONT1
           MOVE WS-FIM-CONT2  TO WS-RUN-CONT2
           MOVE WS-FIM-CONT3  TO WS-RUN-CONT3
           COPY GRAVRUN.

           MOVE WS-FIM-RC TO RETURN-CODE
           .
       P800-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CUSTORESP.
