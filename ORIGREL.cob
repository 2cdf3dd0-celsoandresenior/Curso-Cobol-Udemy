      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: DESEMPENHO MENSAL POR ORIGEM DO LEAD. CADA CONTATO
      *          TRAZ DESDE A INCLUSAO O CODIGO DA ORIGEM (CD-ORIGEM-
      *          LEAD, TABELA ORIGTAB DO MANUTTAB): LISTA COMPRADA,
      *          FORMULARIO DO SITE, INDICACAO, BASE ADQUIRIDA. O
      *          RELATORIO AGRUPA OS CONTATOS POR ORIGEM E SAFRA (MES
      *          DE INCLUSAO, AS 12 SAFRAS ATE A COMPETENCIA) E MOSTRA
      *          OS ADQUIRIDOS, QUANTOS AINDA SAO PROSPECTO, AS
      *          CONVERSOES EM CLIENTE (TRANSICOES P->C DAS ENTRADAS
      *          'CICLO' DO JORNAL, COMO NO CONVCICLO, INCLUSIVE NAS
      *          GERACOES ARQUIVADAS) E AS TAXAS DE EXCLUSAO E DE
      *          DUPLICIDADE. DUPLICADO = PERDEDOR DE UMA FUSAO DO
      *          MERGECONT OU EXCLUIDO COM O MOTIVO MOTIVO_DUPLICADO
      *          DA MOTTAB. COMPETENCIA EM COMPETENCIA_ORIG (AAAAMM,
      *          PADRAO O MES DE PROCESSAMENTO). ORIGEM ENCONTRADA NO
      *          MESTRE E AUSENTE DA ORIGTAB, TABELA OU JORNAL
      *          INDISPONIVEIS TERMINAM COM RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGREL.

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

               SELECT ORIGTAB ASSIGN TO DYNAMIC
               WS-ORIGTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OTB.

               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT RELORIG ASSIGN TO DYNAMIC
               WS-RELORIG-PATH
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
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD ORIGTAB.
          COPY ORIGTAB.

       FD JOURNAL.
          COPY JORNAL.

       FD JORCAT.
          COPY JORCAT.

       FD RELORIG.
       01 REG-RELORIG               PIC X(132).

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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'ORIGREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-ORIGTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\ORIGTAB.TXT'.
       77 WS-FS-OTB                 PIC 99.
          88 FS-OTB-OK              VALUE 0.
       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-RELORIG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELORIG.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * GERACOES ARQUIVADAS DO JORNAL (VEJA JORGERA.cpy).
       77 WS-JORCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'.
       77 WS-FS-JCT                 PIC 99.
          88 FS-JCT-OK              VALUE 0.
       77 WS-JORNAL-VIVO            PIC X(100) VALUE SPACES.
       77 WS-GER-DT-DE              PIC 9(08) VALUE ZEROES.
       77 WS-GER-DT-ATE             PIC 9(08) VALUE ZEROES.
       77 WS-GER-SEQ-DE             PIC 9(07) VALUE ZEROES.
       77 WS-GER-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-GER-IDX                PIC 9(03) VALUE ZEROES.
       77 WS-GER-FIM                PIC X VALUE 'N'.
          88 GER-FIM-OK             VALUE 'S' FALSE 'N'.
       01 WS-TAB-GERACOES.
           03 WS-GER-ARQUIVO OCCURS 120 TIMES PIC X(100).

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'ORIGREL'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'ORIGREL'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

      * COMPETENCIA E JANELA DAS 12 SAFRAS. OS MESES SAO CONTADOS
      * EM MESES CORRIDOS (ANO * 12 + MES - 1) PARA A JANELA PODER
      * ATRAVESSAR A VIRADA DO ANO.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.
       01 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-AAAA          PIC 9(04).
           03 WS-COMP-MM            PIC 9(02).
       01 WS-MES-INICIAL            PIC 9(06) VALUE ZEROES.
       01 WS-MES-INICIAL-R REDEFINES WS-MES-INICIAL.
           03 WS-INI-AAAA           PIC 9(04).
           03 WS-INI-MM             PIC 9(02).
       01 WS-DATA-INC               PIC 9(08) VALUE ZEROES.
       01 WS-DATA-INC-R REDEFINES WS-DATA-INC.
           03 WS-INC-AAAA           PIC 9(04).
           03 WS-INC-MM             PIC 9(02).
           03 WS-INC-DD             PIC 9(02).
       77 WS-MESES-FIM              PIC 9(06) VALUE ZEROES.
       77 WS-MESES-INI              PIC 9(06) VALUE ZEROES.
       77 WS-MESES-AUX              PIC 9(06) VALUE ZEROES.
       77 WS-MES-POS                PIC S9(06) VALUE ZEROES.
       01 WS-TAB-SAFRAS.
           03 WS-SAFRA OCCURS 12 TIMES PIC 9(06).

      * MOTIVO DE EXCLUSAO (MOTTAB) QUE TAMBEM CONTA COMO DUPLICADO,
      * PARA AS DUPLICATAS EXCLUIDAS A MAO EM VEZ DE FUNDIDAS.
      * 00 = SO AS FUSOES DO MERGECONT.
       77 WS-MOTIVO-DUP-TXT         PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-DUP             PIC 9(02) VALUE ZEROES.

      * MARCAS POR ID, COLHIDAS NO JORNAL: CONVERTIDO EM CLIENTE E
      * PERDEDOR DE FUSAO.
       01 WS-TAB-MARCAS.
           03 WS-MARCA OCCURS 99999 TIMES.
               05 WS-MARCA-CONV      PIC X(01).
               05 WS-MARCA-DUP       PIC X(01).

      * UMA LINHA POR ORIGEM: A PRIMEIRA E A ORIGEM NAO INFORMADA
      * (ESPACO), DEPOIS AS DA ORIGTAB NA ORDEM DA TABELA E POR FIM
      * OS CODIGOS ACHADOS NO MESTRE QUE A TABELA NAO CONHECE. CADA
      * ORIGEM TEM 12 SAFRAS E O TOTAL (OCORRENCIA 13).
       77 WS-QTD-ORIG               PIC 9(02) VALUE ZEROES.
       77 WS-OI                     PIC 9(02) VALUE ZEROES.
       77 WS-MI                     PIC 9(02) VALUE ZEROES.
       01 WS-TAB-ORIGENS.
           03 WS-ORI OCCURS 60 TIMES.
               05 WS-ORI-COD         PIC X(01).
               05 WS-ORI-DESC        PIC X(20).
               05 WS-ORI-TIPO        PIC X(01).
               05 WS-ORI-FORN        PIC X(20).
               05 WS-ORI-SITUACAO    PIC X(01).
                   88 ORI-ATIVA          VALUE 'A'.
                   88 ORI-DESATIVADA     VALUE 'D'.
                   88 ORI-NAO-CADASTRADA VALUE 'N'.
                   88 ORI-NAO-INFORMADA  VALUE ' '.
               05 WS-ORI-MES OCCURS 13 TIMES.
                   07 WS-CEL-ADQ     PIC 9(05).
                   07 WS-CEL-PROSP   PIC 9(05).
                   07 WS-CEL-CONV    PIC 9(05).
                   07 WS-CEL-EXCL    PIC 9(05).
                   07 WS-CEL-DUP     PIC 9(05).
       01 WS-TOTAL-GERAL.
           03 WS-TOT-ADQ            PIC 9(05) VALUE ZEROES.
           03 WS-TOT-PROSP          PIC 9(05) VALUE ZEROES.
           03 WS-TOT-CONV           PIC 9(05) VALUE ZEROES.
           03 WS-TOT-EXCL           PIC 9(05) VALUE ZEROES.
           03 WS-TOT-DUP            PIC 9(05) VALUE ZEROES.

      * CELULA DA LINHA QUE ESTA SENDO IMPRESSA (MESMO LAYOUT DE
      * WS-ORI-MES E DE WS-TOTAL-GERAL).
       01 WS-LINHA-CEL.
           03 WS-L-ADQ              PIC 9(05).
           03 WS-L-PROSP            PIC 9(05).
           03 WS-L-CONV             PIC 9(05).
           03 WS-L-EXCL             PIC 9(05).
           03 WS-L-DUP              PIC 9(05).
       77 WS-L-ROTULO               PIC X(11) VALUE SPACES.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-EVENTOS                PIC 9(07) VALUE ZEROES.
       77 WS-NAO-CADASTRADAS        PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-PERC                   PIC 9(03)V9(02) VALUE ZEROES.
       77 WS-QTD-ED                 PIC ZZZZ9.
       77 WS-PROSP-ED               PIC ZZZZ9.
       77 WS-CONV-ED                PIC ZZZZ9.
       77 WS-EXCL-ED                PIC ZZZZ9.
       77 WS-DUP-ED                 PIC ZZZZ9.
       77 WS-PROSP-PC               PIC ZZ9,99.
       77 WS-CONV-PC                PIC ZZ9,99.
       77 WS-EXCL-PC                PIC ZZ9,99.
       77 WS-DUP-PC                 PIC ZZ9,99.
       77 WS-TIPO-DESC              PIC X(10) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** DESEMPENHO POR ORIGEM DO LEAD ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-MONTAR-JANELA THRU P150-FIM
           PERFORM P160-CARREGAR-ORIGENS THRU P160-FIM
           PERFORM P200-LER-JORNAL THRU P200-FIM
           PERFORM P300-LER-MESTRE THRU P300-FIM
           IF WS-FIM-RC < 8
               PERFORM P500-GERAR-RELATORIO THRU P500-FIM
           END-IF

           MOVE WS-TOT-ADQ    TO WS-FIM-CONT1
           MOVE WS-TOT-CONV   TO WS-FIM-CONT2
           MOVE WS-QTD-ORIG   TO WS-FIM-CONT3
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
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'ORIGTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ORIGTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ORIGTAB.TXT' TO WS-ORIGTAB-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'JORCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'
                   TO WS-JORCAT-PATH
           END-IF

           DISPLAY 'RELORIG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELORIG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELORIG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELORIG.TXT'
                   TO WS-RELORIG-PATH
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

           DISPLAY 'MOTIVO_DUPLICADO'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-MOTIVO-DUP-TXT    FROM ENVIRONMENT-VALUE
           IF WS-MOTIVO-DUP-TXT NUMERIC
               MOVE WS-MOTIVO-DUP-TXT TO WS-MOTIVO-DUP
           END-IF

      * A COMPETENCIA PODE VIR DO AMBIENTE (COMPETENCIA_ORIG) PARA
      * REEMITIR UM MES PASSADO; SEM ELA, VALE O MES CORRENTE.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_ORIG'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMPETENCIA-TXT   FROM ENVIRONMENT-VALUE
           IF WS-COMPETENCIA-TXT NUMERIC
                   AND WS-COMPETENCIA-TXT NOT = SPACES
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-SISTEMA(1:6) TO WS-COMPETENCIA
           END-IF
           DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA
           .
       P100-FIM.

      * AS 12 SAFRAS TERMINAM NA COMPETENCIA. WS-SAFRA(1) E A MAIS
      * ANTIGA.
       P150-MONTAR-JANELA.
           COMPUTE WS-MESES-FIM = WS-COMP-AAAA * 12 + WS-COMP-MM - 1
           COMPUTE WS-MESES-INI = WS-MESES-FIM - 11
           MOVE 1 TO WS-MI
           PERFORM P155-MONTAR-SAFRA THRU P155-FIM
               UNTIL WS-MI > 12
           MOVE WS-SAFRA(1) TO WS-MES-INICIAL
           .
       P150-FIM.

       P155-MONTAR-SAFRA.
           COMPUTE WS-MESES-AUX = WS-MESES-INI + WS-MI - 1
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-INI-AAAA
               REMAINDER WS-INI-MM
           ADD 1 TO WS-INI-MM
           MOVE WS-MES-INICIAL TO WS-SAFRA(WS-MI)
           ADD 1 TO WS-MI
           .
       P155-FIM.

      * A PRIMEIRA LINHA E A ORIGEM NAO INFORMADA; AS DEMAIS VEM DA
      * ORIGTAB, ATIVAS OU NAO: UMA ORIGEM DESATIVADA CONTINUA
      * RESPONDENDO PELOS CONTATOS QUE TROUXE.
       P160-CARREGAR-ORIGENS.
           INITIALIZE WS-TAB-ORIGENS
           MOVE 1               TO WS-QTD-ORIG
           MOVE SPACE           TO WS-ORI-COD(1)
           MOVE 'NAO INFORMADA' TO WS-ORI-DESC(1)
           MOVE SPACE           TO WS-ORI-SITUACAO(1)

           SET EOF-OK TO FALSE
           SET FS-OTB-OK TO TRUE
           OPEN INPUT ORIGTAB
           IF NOT FS-OTB-OK
               DISPLAY 'TABELA DE ORIGENS INDISPONIVEL (FS='
                       WS-FS-OTB '). ORIGENS SAIRAO SEM DESCRICAO.'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P160-FIM
           END-IF
           PERFORM P165-LER-ORIGEM THRU P165-FIM
               UNTIL EOF-OK
           CLOSE ORIGTAB
           SET EOF-OK TO FALSE
           .
       P160-FIM.

       P165-LER-ORIGEM.
           READ ORIGTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P165-FIM
           END-READ
           IF ORIGTAB-COD = SPACE
               GO TO P165-FIM
           END-IF
           IF WS-QTD-ORIG NOT < 60
               DISPLAY 'ATENCAO: MAIS DE 59 ORIGENS NA ORIGTAB. '
                       'ORIGEM ' ORIGTAB-COD ' IGNORADA.'
               GO TO P165-FIM
           END-IF
           ADD 1 TO WS-QTD-ORIG
           MOVE ORIGTAB-COD        TO WS-ORI-COD(WS-QTD-ORIG)
           MOVE ORIGTAB-DESC       TO WS-ORI-DESC(WS-QTD-ORIG)
           MOVE ORIGTAB-TIPO       TO WS-ORI-TIPO(WS-QTD-ORIG)
           MOVE ORIGTAB-FORNECEDOR TO WS-ORI-FORN(WS-QTD-ORIG)
           IF ORIGTAB-DESATIVADA
               MOVE 'D' TO WS-ORI-SITUACAO(WS-QTD-ORIG)
           ELSE
               MOVE 'A' TO WS-ORI-SITUACAO(WS-QTD-ORIG)
           END-IF
           .
       P165-FIM.

      * O JORNAL E LIDO DESDE O INICIO DA JANELA, GERACOES
      * ARQUIVADAS PRIMEIRO E O JORNAL VIVO POR ULTIMO (VEJA
      * JORGERA.cpy). SEM JORNAL O RELATORIO SAI, MAS SEM CONVERSOES
      * NEM FUSOES, E O PROGRAMA AVISA COM RC 4.
       P200-LER-JORNAL.
           INITIALIZE WS-TAB-MARCAS
           COMPUTE WS-GER-DT-DE = WS-MES-INICIAL * 100 + 1
           MOVE 99999999      TO WS-GER-DT-ATE
           MOVE 0             TO WS-GER-SEQ-DE
           COPY JORGERA.

           MOVE WS-JOURNAL-PATH TO WS-JORNAL-VIVO
           PERFORM P205-LER-GERACAO THRU P205-FIM
               VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > WS-GER-QTD
           MOVE WS-JORNAL-VIVO TO WS-JOURNAL-PATH

           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF FS-JOR-OK
               PERFORM P210-TRATAR-EVENTO THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE JOURNAL
           ELSE
               DISPLAY 'JORNAL INDISPONIVEL (FS=' WS-FS-JOR
                       '). CONVERSOES E FUSOES NAO MEDIDAS.'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P205-LER-GERACAO.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX) TO WS-JOURNAL-PATH
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF FS-JOR-OK
               PERFORM P210-TRATAR-EVENTO THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE JOURNAL
           ELSE
               DISPLAY 'GERACAO DO JORNAL INDISPONIVEL: '
                   FUNCTION TRIM(WS-JOURNAL-PATH)
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           SET EOF-OK TO FALSE
           .
       P205-FIM.

      * CONVERSAO: ENTRADA 'CICLO' COM PROSPECTO NA IMAGEM ANTES E
      * CLIENTE NA IMAGEM DEPOIS (POSICAO 352), O MESMO CRITERIO DO
      * CONVCICLO. FUSAO: ENTRADA 'MERGE' EM QUE O REGISTRO PASSA A
      * EXCLUIDO (POSICAO 62) - E O PERDEDOR; O SOBREVIVENTE
      * CONTINUA ATIVO.
       P210-TRATAR-EVENTO.
           READ JOURNAL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF JOR-ID-CONTATO NOT NUMERIC OR JOR-ID-CONTATO = 0
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-EVENTOS
           IF JOR-OPERACAO = 'CICLO'
                   AND JOR-IMAGEM-ANTES(352:1) = 'P'
                   AND JOR-IMAGEM-DEPOIS(352:1) = 'C'
               MOVE 'S' TO WS-MARCA-CONV(JOR-ID-CONTATO)
           END-IF
           IF JOR-OPERACAO = 'MERGE'
                   AND JOR-IMAGEM-ANTES(62:1) NOT = 'S'
                   AND JOR-IMAGEM-DEPOIS(62:1) = 'S'
               MOVE 'S' TO WS-MARCA-DUP(JOR-ID-CONTATO)
           END-IF
           .
       P210-FIM.

       P300-LER-MESTRE.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-LER-CONTATO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE CONTATOS
           SET EOF-OK TO FALSE
           .
       P300-FIM.

      * O EXCLUIDO CONTINUA NA CONTA DA SAFRA: A TAXA DE EXCLUSAO E
      * JUSTAMENTE O QUE O MARKETING QUER VER POR ORIGEM.
       P310-LER-CONTATO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF DT-INCLUSAO NOT NUMERIC
               GO TO P310-FIM
           END-IF
           MOVE DT-INCLUSAO TO WS-DATA-INC
           COMPUTE WS-MES-POS =
               WS-INC-AAAA * 12 + WS-INC-MM - 1 - WS-MESES-INI + 1
           IF WS-MES-POS < 1 OR WS-MES-POS > 12
               GO TO P310-FIM
           END-IF
           MOVE WS-MES-POS TO WS-MI

           PERFORM P320-PROCURA-ORIGEM THRU P320-FIM
           IF WS-OI = 0
               GO TO P310-FIM
           END-IF

           PERFORM P330-SOMAR-CELULA THRU P330-FIM
           MOVE 13 TO WS-MI
           PERFORM P330-SOMAR-CELULA THRU P330-FIM
           .
       P310-FIM.

      * CODIGO QUE A ORIGTAB NAO CONHECE GANHA LINHA PROPRIA,
      * MARCADA COMO NAO CADASTRADA, E O PROGRAMA AVISA COM RC 4.
       P320-PROCURA-ORIGEM.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-OI
           PERFORM P325-COMPARA-ORIGEM THRU P325-FIM
               UNTIL ACHADO-OK OR WS-OI > WS-QTD-ORIG
           IF ACHADO-OK
               GO TO P320-FIM
           END-IF
           IF WS-QTD-ORIG NOT < 60
               DISPLAY 'ATENCAO: LIMITE DE 60 ORIGENS ATINGIDO. '
                       'CONTATO ' ID-CONTATO ' FORA DO RELATORIO.'
               MOVE 0 TO WS-OI
               GO TO P320-FIM
           END-IF
           ADD 1 TO WS-QTD-ORIG
           MOVE WS-QTD-ORIG      TO WS-OI
           MOVE CD-ORIGEM-LEAD   TO WS-ORI-COD(WS-OI)
           MOVE 'N'              TO WS-ORI-SITUACAO(WS-OI)
           ADD 1 TO WS-NAO-CADASTRADAS
           DISPLAY 'ORIGEM ' CD-ORIGEM-LEAD ' NO MESTRE (CONTATO '
                   ID-CONTATO ') NAO CADASTRADA NA ORIGTAB.'
           IF WS-FIM-RC < 4
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P320-FIM.

       P325-COMPARA-ORIGEM.
           IF WS-ORI-COD(WS-OI) = CD-ORIGEM-LEAD
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-OI
           END-IF
           .
       P325-FIM.

      * SOMA O CONTATO NA SAFRA WS-MI DA ORIGEM WS-OI (A OCORRENCIA
      * 13 E O TOTAL DA ORIGEM).
       P330-SOMAR-CELULA.
           ADD 1 TO WS-CEL-ADQ(WS-OI, WS-MI)
           IF NOT CONTATO-EXCLUIDO AND CICLO-PROSPECTO
               ADD 1 TO WS-CEL-PROSP(WS-OI, WS-MI)
           END-IF
           IF WS-MARCA-CONV(ID-CONTATO) = 'S'
               ADD 1 TO WS-CEL-CONV(WS-OI, WS-MI)
           END-IF
           IF CONTATO-EXCLUIDO
               ADD 1 TO WS-CEL-EXCL(WS-OI, WS-MI)
           END-IF
           IF WS-MARCA-DUP(ID-CONTATO) = 'S'
                   OR (CONTATO-EXCLUIDO AND WS-MOTIVO-DUP > 0
                       AND CD-MOTIVO-EXCLUSAO = WS-MOTIVO-DUP)
               ADD 1 TO WS-CEL-DUP(WS-OI, WS-MI)
           END-IF
           .
       P330-FIM.

       P500-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELORIG
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ORIGENS (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELORIG
           STRING 'DESEMPENHO POR ORIGEM DO LEAD - COMPETENCIA '
                                              DELIMITED BY SIZE
                  WS-COMPETENCIA              DELIMITED BY SIZE
                  ' - DATA DE PROCESSAMENTO ' DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  INTO REG-RELORIG
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELORIG
           STRING 'SAFRAS (MES DE INCLUSAO) DE '
                                              DELIMITED BY SIZE
                  WS-SAFRA(1)                 DELIMITED BY SIZE
                  ' A '                       DELIMITED BY SIZE
                  WS-SAFRA(12)                DELIMITED BY SIZE
                  '  CONTATOS LIDOS: '        DELIMITED BY SIZE
                  WS-LIDOS                    DELIMITED BY SIZE
                  '  ENTRADAS DO JORNAL: '    DELIMITED BY SIZE
                  WS-EVENTOS                  DELIMITED BY SIZE
                  INTO REG-RELORIG
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELORIG
           IF WS-MOTIVO-DUP = 0
               MOVE 'DUPLICADO = PERDEDOR DE FUSAO NO MERGECONT. '
                   & 'PROSPECTO = ATIVO AINDA NO CICLO P. PERCENTUAIS '
                   & 'SOBRE OS ADQUIRIDOS.'
                   TO REG-RELORIG
           ELSE
               STRING 'DUPLICADO = PERDEDOR DE FUSAO NO MERGECONT OU '
                                              DELIMITED BY SIZE
                      'EXCLUIDO COM O MOTIVO '
                                              DELIMITED BY SIZE
                      WS-MOTIVO-DUP           DELIMITED BY SIZE
                      '. PROSPECTO = ATIVO AINDA NO CICLO P. '
                                              DELIMITED BY SIZE
                      'PERCENTUAIS SOBRE OS ADQUIRIDOS.'
                                              DELIMITED BY SIZE
                      INTO REG-RELORIG
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-OI
           PERFORM P510-LISTAR-ORIGEM THRU P510-FIM
               UNTIL WS-OI > WS-QTD-ORIG

           MOVE SPACES TO REG-RELORIG
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'TOTAL GERAL DA JANELA' TO REG-RELORIG
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P540-CABECALHO-COLUNAS THRU P540-FIM
           MOVE WS-TOTAL-GERAL TO WS-LINHA-CEL
           MOVE 'TOTAL'        TO WS-L-ROTULO
           PERFORM P550-LINHA-NUMEROS THRU P550-FIM

           IF WS-NAO-CADASTRADAS > 0
               MOVE SPACES TO REG-RELORIG
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE SPACES TO REG-RELORIG
               STRING 'ATENCAO: '             DELIMITED BY SIZE
                      WS-NAO-CADASTRADAS      DELIMITED BY SIZE
                      ' CODIGO(S) DE ORIGEM NO MESTRE SEM CADASTRO '
                                              DELIMITED BY SIZE
                      'NA ORIGTAB - CADASTRE-OS NO MANUTTAB.'
                                              DELIMITED BY SIZE
                      INTO REG-RELORIG
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           IF FS-REL-OK
               CLOSE RELORIG
               MOVE 'RELORIG'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELORIG-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P500-FIM.

      * BLOCO DE UMA ORIGEM: IDENTIFICACAO, UMA LINHA POR SAFRA COM
      * CONTATOS E O TOTAL DA ORIGEM. A ORIGEM NAO INFORMADA SEM
      * CONTATOS NA JANELA NAO SAI; ORIGEM CADASTRADA SEM CONTATOS
      * SAI, PARA O MARKETING VER O FORNECEDOR QUE NADA PRODUZIU.
       P510-LISTAR-ORIGEM.
           IF ORI-NAO-INFORMADA(WS-OI) AND WS-CEL-ADQ(WS-OI, 13) = 0
               ADD 1 TO WS-OI
               GO TO P510-FIM
           END-IF

           EVALUATE WS-ORI-TIPO(WS-OI)
               WHEN 'L'
                   MOVE 'LISTA'      TO WS-TIPO-DESC
               WHEN 'S'
                   MOVE 'SITE'       TO WS-TIPO-DESC
               WHEN 'I'
                   MOVE 'INDICACAO'  TO WS-TIPO-DESC
               WHEN 'A'
                   MOVE 'ADQUIRIDA'  TO WS-TIPO-DESC
               WHEN 'B'
                   MOVE 'BALCAO'     TO WS-TIPO-DESC
               WHEN 'O'
                   MOVE 'OUTRA'      TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE SPACES       TO WS-TIPO-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN ORI-DESATIVADA(WS-OI)
                   MOVE '(DESATIVADA)' TO WS-SITUACAO-DESC
               WHEN ORI-NAO-CADASTRADA(WS-OI)
                   MOVE '(NAO CADASTRADA NA ORIGTAB)'
                       TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-SITUACAO-DESC
           END-EVALUATE

           MOVE SPACES TO REG-RELORIG
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELORIG
           STRING 'ORIGEM '                   DELIMITED BY SIZE
                  WS-ORI-COD(WS-OI)           DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  WS-ORI-DESC(WS-OI)          DELIMITED BY SIZE
                  ' TIPO '                    DELIMITED BY SIZE
                  WS-TIPO-DESC                DELIMITED BY SIZE
                  ' FORNECEDOR '              DELIMITED BY SIZE
                  WS-ORI-FORN(WS-OI)          DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SITUACAO-DESC            DELIMITED BY SIZE
                  INTO REG-RELORIG
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-CEL-ADQ(WS-OI, 13) = 0
               MOVE '  NENHUM CONTATO INCLUIDO NA JANELA.'
                   TO REG-RELORIG
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               ADD 1 TO WS-OI
               GO TO P510-FIM
           END-IF

           PERFORM P540-CABECALHO-COLUNAS THRU P540-FIM
           MOVE 1 TO WS-MI
           PERFORM P520-LINHA-SAFRA THRU P520-FIM
               UNTIL WS-MI > 12
           MOVE WS-ORI-MES(WS-OI, 13) TO WS-LINHA-CEL
           MOVE 'TOTAL'               TO WS-L-ROTULO
           PERFORM P550-LINHA-NUMEROS THRU P550-FIM
           ADD WS-L-ADQ   TO WS-TOT-ADQ
           ADD WS-L-PROSP TO WS-TOT-PROSP
           ADD WS-L-CONV  TO WS-TOT-CONV
           ADD WS-L-EXCL  TO WS-TOT-EXCL
           ADD WS-L-DUP   TO WS-TOT-DUP
           ADD 1 TO WS-OI
           .
       P510-FIM.

       P520-LINHA-SAFRA.
           IF WS-CEL-ADQ(WS-OI, WS-MI) > 0
               MOVE WS-ORI-MES(WS-OI, WS-MI) TO WS-LINHA-CEL
               MOVE SPACES                   TO WS-L-ROTULO
               MOVE WS-SAFRA(WS-MI)          TO WS-L-ROTULO(1:6)
               PERFORM P550-LINHA-NUMEROS THRU P550-FIM
           END-IF
           ADD 1 TO WS-MI
           .
       P520-FIM.

       P540-CABECALHO-COLUNAS.
           MOVE '  SAFRA        ADQUIRIDOS  PROSPECTOS       %  '
               & 'CONVERTIDOS       %  EXCLUIDOS       %  '
               & 'DUPLICADOS       %' TO REG-RELORIG
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P540-FIM.

      * LINHA DE NUMEROS A PARTIR DE WS-LINHA-CEL E WS-L-ROTULO.
       P550-LINHA-NUMEROS.
           MOVE WS-L-ADQ   TO WS-QTD-ED
           MOVE WS-L-PROSP TO WS-PROSP-ED
           MOVE WS-L-CONV  TO WS-CONV-ED
           MOVE WS-L-EXCL  TO WS-EXCL-ED
           MOVE WS-L-DUP   TO WS-DUP-ED
           MOVE 0 TO WS-PROSP-PC
           MOVE 0 TO WS-CONV-PC
           MOVE 0 TO WS-EXCL-PC
           MOVE 0 TO WS-DUP-PC
           IF WS-L-ADQ > 0
               COMPUTE WS-PERC ROUNDED = WS-L-PROSP * 100 / WS-L-ADQ
               MOVE WS-PERC TO WS-PROSP-PC
               COMPUTE WS-PERC ROUNDED = WS-L-CONV * 100 / WS-L-ADQ
               MOVE WS-PERC TO WS-CONV-PC
               COMPUTE WS-PERC ROUNDED = WS-L-EXCL * 100 / WS-L-ADQ
               MOVE WS-PERC TO WS-EXCL-PC
               COMPUTE WS-PERC ROUNDED = WS-L-DUP * 100 / WS-L-ADQ
               MOVE WS-PERC TO WS-DUP-PC
           END-IF

           MOVE SPACES TO REG-RELORIG
           STRING '  '                        DELIMITED BY SIZE
                  WS-L-ROTULO                 DELIMITED BY SIZE
                  '       '                   DELIMITED BY SIZE
                  WS-QTD-ED                   DELIMITED BY SIZE
                  '       '                   DELIMITED BY SIZE
                  WS-PROSP-ED                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-PROSP-PC                 DELIMITED BY SIZE
                  '        '                  DELIMITED BY SIZE
                  WS-CONV-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-CONV-PC                  DELIMITED BY SIZE
                  '      '                    DELIMITED BY SIZE
                  WS-EXCL-ED                  DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-EXCL-PC                  DELIMITED BY SIZE
                  '       '                   DELIMITED BY SIZE
                  WS-DUP-ED                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-DUP-PC                   DELIMITED BY SIZE
                  INTO REG-RELORIG
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P550-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELORIG
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELORIG TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ORIGREL.
