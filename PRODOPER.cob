      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO MENSAL DE PRODUTIVIDADE E ACERTO POR
      *          OPERADOR, PARA O SUPERVISOR BALANCEAR A CARGA E
      *          DIRECIONAR O RETREINAMENTO. POR OPERADOR, NA
      *          COMPETENCIA:
      *          - INCLUSOES, ALTERACOES, EXCLUSOES, REATIVACOES E
      *            MERGES GRAVADOS NO JORNAL.LOG (JOR-OPERADOR);
      *          - PENDENCIAS DO MAKER-CHECKER (APRFILA) QUE ELE
      *            SUBMETEU E FORAM APROVADAS OU REJEITADAS;
      *          - CASOS DA CASOFILA QUE ELE RESOLVEU;
      *          - DEFEITOS NOS CONTATOS QUE ELE INCLUIU: DEFEITO DE
      *            QUALIDADE (QUALCONT) E PAR DUPLICADO (DUPNOME)
      *            ABERTOS NA CASOFILA NA COMPETENCIA, MAIS OS PARES
      *            DO ULTIMO RELDUPTEL (DUPTEL). NO PAR, O DEFEITO
      *            VAI PARA QUEM INCLUIU O CONTATO MAIS NOVO (O
      *            MAIOR ID), QUE E O RECADASTRADO POR CIMA DO
      *            EXISTENTE.
      *          O AUTOR DE CADA CONTATO E A INCLUSAO DO JORNAL,
      *          DE QUALQUER DATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODOPER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT APRFILA ASSIGN TO DYNAMIC
               WS-APRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APR.

               SELECT CASOFILA ASSIGN TO DYNAMIC
               WS-CASOFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT RELDUPTEL ASSIGN TO DYNAMIC
               WS-RELDUPTEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEL.

               SELECT RELPRODOP ASSIGN TO DYNAMIC
               WS-RELPRODOP-PATH
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

       DATA DIVISION.

       FILE SECTION.
       FD JOURNAL.
          COPY JORNAL.

       FD APRFILA.
          COPY APRFILA.

       FD CASOFILA.
          COPY CASOFILA.

      * RELATORIO DO DUPTEL: AS LINHAS DE PAR TEM O FORMATO
      * 'ID nnnnn E ID nnnnn : TELEFONE ...'.
       FD RELDUPTEL.
       01 REG-RELDUPTEL.
           03 TEL-ROTULO1            PIC X(03).
           03 TEL-ID1                PIC X(05).
           03 TEL-ROTULO2            PIC X(06).
           03 TEL-ID2                PIC X(05).
           03 FILLER                 PIC X(61).

       FD RELPRODOP.
       01 REG-RELPRODOP             PIC X(80).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-APRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-RELDUPTEL-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELDUPTEL.TXT'.
       77 WS-RELPRODOP-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELPRODOP.TXT'.

       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-APR                 PIC 99.
          88 FS-APR-OK              VALUE 0.
       77 WS-FS-CAS                 PIC 99.
          88 FS-CAS-OK              VALUE 0.
       77 WS-FS-TEL                 PIC 99.
          88 FS-TEL-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'PRODOPER'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

      * RUN-LOG DE OPERACOES (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'PRODOPER'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.

      * TOTAIS POR OPERADOR. A POSICAO NA TABELA E A CHAVE QUE O
      * MAPA DE AUTORIA (ABAIXO) GUARDA PARA CADA CONTATO.
       77 WS-QTD-OPER               PIC 9(03) VALUE ZEROES.
       77 WS-TABELA-CHEIA           PIC X VALUE 'N'.
          88 TABELA-CHEIA           VALUE 'S' FALSE 'N'.
       01 WS-TAB-OPER.
           03 WS-OPER-ENTRY OCCURS 200 TIMES INDEXED BY WS-OIDX.
               05 WS-OP-CODIGO       PIC X(08).
               05 WS-OP-INCLUSOES    PIC 9(05).
               05 WS-OP-ALTERACOES   PIC 9(05).
               05 WS-OP-EXCLUSOES    PIC 9(05).
               05 WS-OP-REATIVACOES  PIC 9(05).
               05 WS-OP-MERGES       PIC 9(05).
               05 WS-OP-APROVADAS    PIC 9(05).
               05 WS-OP-REJEITADAS   PIC 9(05).
               05 WS-OP-CASOS        PIC 9(05).
               05 WS-OP-DEF-QUAL     PIC 9(05).
               05 WS-OP-DEF-NOME     PIC 9(05).
               05 WS-OP-DEF-TEL      PIC 9(05).

      * MAPA DE AUTORIA: PARA CADA ID DE CONTATO, A POSICAO NA
      * TABELA DE OPERADORES DE QUEM O INCLUIU (ZERO = INCLUSAO
      * NAO ENCONTRADA NO JORNAL).
       01 WS-TAB-AUTORIA.
           03 WS-AUTOR OCCURS 99999 TIMES PIC 9(03).

       77 WS-BUSCA-COD              PIC X(08) VALUE SPACES.
       77 WS-POS                    PIC 9(03) VALUE ZEROES.
       77 WS-ID-DEFEITO             PIC 9(05) VALUE ZEROES.
       77 WS-ID-AUX                 PIC 9(05) VALUE ZEROES.
       77 WS-TIPO-DEFEITO           PIC X(01) VALUE SPACES.

       77 WS-LIDOS-JOR              PIC 9(07) VALUE ZEROES.
       77 WS-MOV-MES                PIC 9(05) VALUE ZEROES.
       77 WS-DEFEITOS               PIC 9(05) VALUE ZEROES.
       77 WS-SEM-AUTOR              PIC 9(05) VALUE ZEROES.
       77 WS-LINHAS                 PIC 9(07) VALUE ZEROES.

      * LINHA DE DETALHE DO RELATORIO (UM OPERADOR POR LINHA).
       01 WS-DET.
           03 WS-DET-OPERADOR        PIC X(08).
           03 WS-DET-INC             PIC ZZZZ9.
           03 WS-DET-ALT             PIC ZZZZ9.
           03 WS-DET-EXC             PIC ZZZZ9.
           03 WS-DET-REA             PIC ZZZZ9.
           03 WS-DET-MRG             PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-DET-APR             PIC ZZZZ9.
           03 WS-DET-REJ             PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-DET-CAS             PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-DET-DQL             PIC ZZZZ9.
           03 WS-DET-DNM             PIC ZZZZ9.
           03 WS-DET-DTL             PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-DET-TAXA            PIC ZZ9,9.
           03 WS-DET-TAXA-X REDEFINES WS-DET-TAXA
                                     PIC X(05).
           03 WS-DET-PCT             PIC X(01) VALUE SPACES.

      * TAXA DE REJEICAO DO MAKER-CHECKER, EM PERCENTUAL.
       77 WS-TAXA                   PIC 9(03)V9 VALUE ZEROES.
       77 WS-DECIDIDAS              PIC 9(05) VALUE ZEROES.
       77 WS-REJEITADAS             PIC 9(05) VALUE ZEROES.

       01 WS-TOT.
           03 WS-TOT-INC             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-ALT             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-EXC             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-REA             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-MRG             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-APR             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-REJ             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-CAS             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-DQL             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-DNM             PIC 9(05) VALUE ZEROES.
           03 WS-TOT-DTL             PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PRODUTIVIDADE E ACERTO POR OPERADOR ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           COPY GRAVRUN.

           INITIALIZE WS-TAB-AUTORIA
           PERFORM P200-LER-JORNAL THRU P200-FIM
           PERFORM P300-LER-APRFILA THRU P300-FIM
           PERFORM P400-LER-CASOFILA THRU P400-FIM
           PERFORM P450-LER-RELDUPTEL THRU P450-FIM
           PERFORM P500-IMPRIMIR THRU P500-FIM

           DISPLAY 'JORNAL LIDO..........: ' WS-LIDOS-JOR
           DISPLAY 'MOVIMENTOS NO MES....: ' WS-MOV-MES
           DISPLAY 'OPERADORES...........: ' WS-QTD-OPER
           DISPLAY 'DEFEITOS ATRIBUIDOS..: ' WS-DEFEITOS
           DISPLAY 'DEFEITOS SEM AUTOR...: ' WS-SEM-AUTOR

           MOVE 'FIM   '    TO WS-RUN-EVENTO
           MOVE WS-MOV-MES  TO WS-RUN-CONT1
           MOVE WS-QTD-OPER TO WS-RUN-CONT2
           MOVE WS-DEFEITOS TO WS-RUN-CONT3
           COPY GRAVRUN.
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'APRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-APRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-APRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'
                   TO WS-APRFILA-PATH
           END-IF

           DISPLAY 'CASOFILA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CASOFILA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CASOFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'
                   TO WS-CASOFILA-PATH
           END-IF

           DISPLAY 'RELDUPTEL_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELDUPTEL-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELDUPTEL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELDUPTEL.TXT'
                   TO WS-RELDUPTEL-PATH
           END-IF

           DISPLAY 'RELPRODOP_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELPRODOP-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELPRODOP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELPRODOP.TXT'
                   TO WS-RELPRODOP-PATH
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

      * A COMPETENCIA PODE VIR DO AMBIENTE (COMPETENCIA_PROD) PARA
      * REEMITIR UM MES PASSADO; SEM ELA, VALE O MES CORRENTE.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_PROD'    UPON ENVIRONMENT-NAME
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

      * O JORNAL E LIDO INTEIRO: A INCLUSAO DE QUALQUER DATA MONTA O
      * MAPA DE AUTORIA; SO O MOVIMENTO DA COMPETENCIA E CONTADO.
      * SEM JORNAL NAO HA RELATORIO.
       P200-LER-JORNAL.
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF NOT FS-JOR-OK
               DISPLAY 'JORNAL INDISPONIVEL (FS=' WS-FS-JOR
                       '). RELATORIO NAO EMITIDO.'
               MOVE 8 TO WS-RUN-RC
               MOVE 'FIM   ' TO WS-RUN-EVENTO
               COPY GRAVRUN.
               MOVE WS-RUN-RC TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P210-LER-LANCAMENTO THRU P210-FIM
               UNTIL EOF-OK
           CLOSE JOURNAL
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-LANCAMENTO.
           READ JOURNAL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS-JOR

           IF JOR-OPERACAO NOT = 'INCLUSAO'
                   AND JOR-DATA(1:6) NOT = WS-COMPETENCIA
               GO TO P210-FIM
           END-IF

           MOVE JOR-OPERADOR TO WS-BUSCA-COD
           PERFORM P600-POSICAO-OPERADOR THRU P600-FIM
           IF WS-POS = 0
               GO TO P210-FIM
           END-IF

           IF JOR-OPERACAO = 'INCLUSAO'
                   AND JOR-ID-CONTATO NUMERIC
                   AND JOR-ID-CONTATO > 0
                   AND WS-AUTOR(JOR-ID-CONTATO) = 0
               MOVE WS-POS TO WS-AUTOR(JOR-ID-CONTATO)
           END-IF

           IF JOR-DATA(1:6) NOT = WS-COMPETENCIA
               GO TO P210-FIM
           END-IF

           EVALUATE JOR-OPERACAO
               WHEN 'INCLUSAO'
                   ADD 1 TO WS-OP-INCLUSOES(WS-POS)
                   ADD 1 TO WS-MOV-MES
               WHEN 'ALTERACAO'
                   ADD 1 TO WS-OP-ALTERACOES(WS-POS)
                   ADD 1 TO WS-MOV-MES
               WHEN 'EXCLUSAO'
                   ADD 1 TO WS-OP-EXCLUSOES(WS-POS)
                   ADD 1 TO WS-MOV-MES
               WHEN 'REATIVACAO'
                   ADD 1 TO WS-OP-REATIVACOES(WS-POS)
                   ADD 1 TO WS-MOV-MES
               WHEN 'MERGE'
                   ADD 1 TO WS-OP-MERGES(WS-POS)
                   ADD 1 TO WS-MOV-MES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P210-FIM.

      * PENDENCIA SUBMETIDA PELO OPERADOR E DECIDIDA NA COMPETENCIA.
      * A DEVOLVIDA ('D') E UMA REJEITADA JA VISTA PELO OPERADOR.
       P300-LER-APRFILA.
           SET EOF-OK TO FALSE
           SET FS-APR-OK TO TRUE
           OPEN INPUT APRFILA
           IF FS-APR-OK
               PERFORM P310-LER-PENDENCIA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE APRFILA
           ELSE
               DISPLAY 'FILA DE APROVACAO INDISPONIVEL. APROVADAS E '
                   'REJEITADAS SAIRAO ZERADAS.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-LER-PENDENCIA.
           READ APRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ

           IF APR-PENDENTE
                   OR APR-DT-DECISAO(1:6) NOT = WS-COMPETENCIA
               GO TO P310-FIM
           END-IF

           MOVE APR-OPERADOR TO WS-BUSCA-COD
           PERFORM P600-POSICAO-OPERADOR THRU P600-FIM
           IF WS-POS = 0
               GO TO P310-FIM
           END-IF

           IF APR-APROVADA
               ADD 1 TO WS-OP-APROVADAS(WS-POS)
           END-IF
           IF APR-REJEITADA OR APR-DEVOLVIDA
               ADD 1 TO WS-OP-REJEITADAS(WS-POS)
           END-IF
           .
       P310-FIM.

      * CASOFILA: O CASO RESOLVIDO NA COMPETENCIA CONTA PARA QUEM O
      * RESOLVEU; O DEFEITO DE QUALIDADE E O PAR DUPLICADO ABERTOS
      * NA COMPETENCIA CONTAM CONTRA QUEM INCLUIU O CONTATO.
       P400-LER-CASOFILA.
           SET EOF-OK TO FALSE
           SET FS-CAS-OK TO TRUE
           OPEN INPUT CASOFILA
           IF FS-CAS-OK
               PERFORM P410-LER-CASO THRU P410-FIM
                   UNTIL EOF-OK
               CLOSE CASOFILA
           ELSE
               DISPLAY 'FILA DE CASOS INDISPONIVEL. CASOS E DEFEITOS '
                   'DA FILA SAIRAO ZERADOS.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-LER-CASO.
           READ CASOFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ

           IF CAS-RESOLVIDO
                   AND CAS-DT-DISPOSICAO(1:6) = WS-COMPETENCIA
               MOVE CAS-OPERADOR TO WS-BUSCA-COD
               PERFORM P600-POSICAO-OPERADOR THRU P600-FIM
               IF WS-POS > 0
                   ADD 1 TO WS-OP-CASOS(WS-POS)
               END-IF
           END-IF

           IF CAS-DT-ABERTURA(1:6) NOT = WS-COMPETENCIA
               GO TO P410-FIM
           END-IF

           EVALUATE TRUE
               WHEN CAS-TIPO-QUALIDADE
                   MOVE CAS-ID-CONTATO TO WS-ID-DEFEITO
                   MOVE 'Q' TO WS-TIPO-DEFEITO
                   PERFORM P620-ATRIBUIR-DEFEITO THRU P620-FIM
               WHEN CAS-TIPO-DUPLICATA
                   MOVE CAS-ID-CONTATO TO WS-ID-DEFEITO
                   IF CAS-ID-PAR > WS-ID-DEFEITO
                       MOVE CAS-ID-PAR TO WS-ID-DEFEITO
                   END-IF
                   MOVE 'D' TO WS-TIPO-DEFEITO
                   PERFORM P620-ATRIBUIR-DEFEITO THRU P620-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P410-FIM.

      * RELDUPTEL E A FOTOGRAFIA DA ULTIMA RODADA DO DUPTEL: OS
      * PARES DELE ENTRAM COMO ESTAO, SEM FILTRO DE DATA.
       P450-LER-RELDUPTEL.
           SET EOF-OK TO FALSE
           SET FS-TEL-OK TO TRUE
           OPEN INPUT RELDUPTEL
           IF FS-TEL-OK
               PERFORM P460-LER-PAR THRU P460-FIM
                   UNTIL EOF-OK
               CLOSE RELDUPTEL
           ELSE
               DISPLAY 'RELDUPTEL INDISPONIVEL. DUPLICADOS DE '
                   'TELEFONE SAIRAO ZERADOS.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P450-FIM.

       P460-LER-PAR.
           READ RELDUPTEL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P460-FIM
           END-READ

           IF TEL-ROTULO1 NOT = 'ID '
                   OR TEL-ROTULO2 NOT = ' E ID '
                   OR TEL-ID1 NOT NUMERIC
                   OR TEL-ID2 NOT NUMERIC
               GO TO P460-FIM
           END-IF

           MOVE TEL-ID1 TO WS-ID-DEFEITO
           MOVE TEL-ID2 TO WS-ID-AUX
           IF WS-ID-AUX > WS-ID-DEFEITO
               MOVE WS-ID-AUX TO WS-ID-DEFEITO
           END-IF
           MOVE 'T' TO WS-TIPO-DEFEITO
           PERFORM P620-ATRIBUIR-DEFEITO THRU P620-FIM
           .
       P460-FIM.

       P500-IMPRIMIR.
           OPEN OUTPUT RELPRODOP
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE PRODUTIVIDADE '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-RUN-RC
           END-IF

           MOVE SPACES TO REG-RELPRODOP
           STRING 'PRODUTIVIDADE E ACERTO POR OPERADOR - '
                                          DELIMITED BY SIZE
                  'COMPETENCIA '          DELIMITED BY SIZE
                  WS-COMPETENCIA          DELIMITED BY SIZE
                  INTO REG-RELPRODOP
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           MOVE SPACES TO REG-RELPRODOP
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           STRING '        --------- JORNAL --------  MAKER-CHK '
                                          DELIMITED BY SIZE
                  '   FILA  --- DEFEITOS --    TAXA'
                                          DELIMITED BY SIZE
                  INTO REG-RELPRODOP
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           STRING 'OPERADOR  INC  ALT  EXC  REA  MRG    APR  REJ'
                                          DELIMITED BY SIZE
                  '    CAS   QUAL NOME  TEL    REJ%'
                                          DELIMITED BY SIZE
                  INTO REG-RELPRODOP
           END-STRING
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM

           IF WS-QTD-OPER = 0
               MOVE 'NENHUM MOVIMENTO DE OPERADOR NA COMPETENCIA.'
                   TO REG-RELPRODOP
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           ELSE
               PERFORM P510-LINHA-OPERADOR THRU P510-FIM
                   VARYING WS-OIDX FROM 1 BY 1
                   UNTIL WS-OIDX > WS-QTD-OPER
               PERFORM P550-TOTAIS THRU P550-FIM
           END-IF

           IF WS-SEM-AUTOR > 0
               MOVE SPACES TO REG-RELPRODOP
               STRING 'DEFEITOS EM CONTATOS SEM INCLUSAO NO JORNAL: '
                                          DELIMITED BY SIZE
                      WS-SEM-AUTOR        DELIMITED BY SIZE
                      INTO REG-RELPRODOP
               END-STRING
               PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           END-IF

           IF FS-REL-OK
               CLOSE RELPRODOP
               MOVE 'RELPRODOP'       TO WS-CAT-NOME
               MOVE WS-QTD-OPER       TO WS-CAT-REGISTROS
               MOVE WS-RELPRODOP-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.

           END-IF
           .
       P500-FIM.

      * OPERADOR SEM NENHUM NUMERO NA COMPETENCIA (SO AUTOR DE
      * CONTATOS ANTIGOS SEM DEFEITO NOVO) NAO SAI NO RELATORIO.
       P510-LINHA-OPERADOR.
           IF WS-OP-INCLUSOES(WS-OIDX) + WS-OP-ALTERACOES(WS-OIDX)
                 + WS-OP-EXCLUSOES(WS-OIDX)
                 + WS-OP-REATIVACOES(WS-OIDX)
                 + WS-OP-MERGES(WS-OIDX) + WS-OP-APROVADAS(WS-OIDX)
                 + WS-OP-REJEITADAS(WS-OIDX) + WS-OP-CASOS(WS-OIDX)
                 + WS-OP-DEF-QUAL(WS-OIDX) + WS-OP-DEF-NOME(WS-OIDX)
                 + WS-OP-DEF-TEL(WS-OIDX) = 0
               GO TO P510-FIM
           END-IF

           MOVE WS-OP-CODIGO(WS-OIDX)      TO WS-DET-OPERADOR
           MOVE WS-OP-INCLUSOES(WS-OIDX)   TO WS-DET-INC
           MOVE WS-OP-ALTERACOES(WS-OIDX)  TO WS-DET-ALT
           MOVE WS-OP-EXCLUSOES(WS-OIDX)   TO WS-DET-EXC
           MOVE WS-OP-REATIVACOES(WS-OIDX) TO WS-DET-REA
           MOVE WS-OP-MERGES(WS-OIDX)      TO WS-DET-MRG
           MOVE WS-OP-APROVADAS(WS-OIDX)   TO WS-DET-APR
           MOVE WS-OP-REJEITADAS(WS-OIDX)  TO WS-DET-REJ
           MOVE WS-OP-CASOS(WS-OIDX)       TO WS-DET-CAS
           MOVE WS-OP-DEF-QUAL(WS-OIDX)    TO WS-DET-DQL
           MOVE WS-OP-DEF-NOME(WS-OIDX)    TO WS-DET-DNM
           MOVE WS-OP-DEF-TEL(WS-OIDX)     TO WS-DET-DTL

           MOVE WS-OP-REJEITADAS(WS-OIDX)  TO WS-REJEITADAS
           COMPUTE WS-DECIDIDAS = WS-OP-APROVADAS(WS-OIDX)
                                + WS-OP-REJEITADAS(WS-OIDX)
           PERFORM P520-TAXA THRU P520-FIM
           MOVE WS-DET TO REG-RELPRODOP
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM

           ADD WS-OP-INCLUSOES(WS-OIDX)   TO WS-TOT-INC
           ADD WS-OP-ALTERACOES(WS-OIDX)  TO WS-TOT-ALT
           ADD WS-OP-EXCLUSOES(WS-OIDX)   TO WS-TOT-EXC
           ADD WS-OP-REATIVACOES(WS-OIDX) TO WS-TOT-REA
           ADD WS-OP-MERGES(WS-OIDX)      TO WS-TOT-MRG
           ADD WS-OP-APROVADAS(WS-OIDX)   TO WS-TOT-APR
           ADD WS-OP-REJEITADAS(WS-OIDX)  TO WS-TOT-REJ
           ADD WS-OP-CASOS(WS-OIDX)       TO WS-TOT-CAS
           ADD WS-OP-DEF-QUAL(WS-OIDX)    TO WS-TOT-DQL
           ADD WS-OP-DEF-NOME(WS-OIDX)    TO WS-TOT-DNM
           ADD WS-OP-DEF-TEL(WS-OIDX)     TO WS-TOT-DTL
           .
       P510-FIM.

      * TAXA = REJEITADAS / DECIDIDAS; SEM DECISAO A COLUNA FICA EM
      * BRANCO.
       P520-TAXA.
           IF WS-DECIDIDAS = 0
               MOVE SPACES TO WS-DET-TAXA-X
               MOVE SPACES TO WS-DET-PCT
               GO TO P520-FIM
           END-IF
           COMPUTE WS-TAXA ROUNDED =
               WS-REJEITADAS * 100 / WS-DECIDIDAS
           END-COMPUTE
           MOVE WS-TAXA TO WS-DET-TAXA
           MOVE '%'     TO WS-DET-PCT
           .
       P520-FIM.

       P550-TOTAIS.
           MOVE ALL '-' TO REG-RELPRODOP
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           MOVE 'TOTAL'     TO WS-DET-OPERADOR
           MOVE WS-TOT-INC  TO WS-DET-INC
           MOVE WS-TOT-ALT  TO WS-DET-ALT
           MOVE WS-TOT-EXC  TO WS-DET-EXC
           MOVE WS-TOT-REA  TO WS-DET-REA
           MOVE WS-TOT-MRG  TO WS-DET-MRG
           MOVE WS-TOT-APR  TO WS-DET-APR
           MOVE WS-TOT-REJ  TO WS-DET-REJ
           MOVE WS-TOT-CAS  TO WS-DET-CAS
           MOVE WS-TOT-DQL  TO WS-DET-DQL
           MOVE WS-TOT-DNM  TO WS-DET-DNM
           MOVE WS-TOT-DTL  TO WS-DET-DTL
           MOVE WS-TOT-REJ  TO WS-REJEITADAS
           COMPUTE WS-DECIDIDAS = WS-TOT-APR + WS-TOT-REJ
           PERFORM P520-TAXA THRU P520-FIM
           MOVE WS-DET TO REG-RELPRODOP
           PERFORM P590-GRAVAR-LINHA THRU P590-FIM
           .
       P550-FIM.

       P590-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELPRODOP
               ADD 1 TO WS-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELPRODOP TRAILING)
           MOVE SPACES TO REG-RELPRODOP
           .
       P590-FIM.

      * DEVOLVE EM WS-POS A POSICAO DE WS-BUSCA-COD NA TABELA DE
      * OPERADORES, INCLUINDO-O SE FOR NOVO (ZERO = TABELA CHEIA).
      * LANCAMENTO SEM OPERADOR (ANTERIOR AO SIGN-ON OU DE ROTINA
      * BATCH) FICA NA CONTA '(SEM OP)'.
       P600-POSICAO-OPERADOR.
           IF WS-BUSCA-COD = SPACES
               MOVE '(SEM OP)' TO WS-BUSCA-COD
           END-IF
           MOVE 0 TO WS-POS
           PERFORM P610-PROCURA-OPERADOR THRU P610-FIM
               VARYING WS-OIDX FROM 1 BY 1
                   UNTIL WS-OIDX > WS-QTD-OPER OR WS-POS > 0
           IF WS-POS > 0
               GO TO P600-FIM
           END-IF

           IF WS-QTD-OPER < 200
               ADD 1 TO WS-QTD-OPER
               MOVE WS-QTD-OPER TO WS-POS
               INITIALIZE WS-OPER-ENTRY(WS-POS)
               MOVE WS-BUSCA-COD TO WS-OP-CODIGO(WS-POS)
           ELSE
               IF NOT TABELA-CHEIA
                   SET TABELA-CHEIA TO TRUE
                   DISPLAY 'ATENCAO: LIMITE DE 200 OPERADORES '
                       'ATINGIDO. OS DEMAIS NAO FORAM CONTADOS.'
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           .
       P600-FIM.

       P610-PROCURA-OPERADOR.
           IF WS-OP-CODIGO(WS-OIDX) = WS-BUSCA-COD
               SET WS-POS TO WS-OIDX
           END-IF
           .
       P610-FIM.

      * CONTA O DEFEITO (WS-TIPO-DEFEITO Q/D/T) DO CONTATO
      * WS-ID-DEFEITO CONTRA QUEM O INCLUIU.
       P620-ATRIBUIR-DEFEITO.
           IF WS-ID-DEFEITO = 0
               GO TO P620-FIM
           END-IF
           IF WS-AUTOR(WS-ID-DEFEITO) = 0
               ADD 1 TO WS-SEM-AUTOR
               GO TO P620-FIM
           END-IF

           MOVE WS-AUTOR(WS-ID-DEFEITO) TO WS-POS
           ADD 1 TO WS-DEFEITOS
           EVALUATE WS-TIPO-DEFEITO
               WHEN 'Q'
                   ADD 1 TO WS-OP-DEF-QUAL(WS-POS)
               WHEN 'D'
                   ADD 1 TO WS-OP-DEF-NOME(WS-POS)
               WHEN OTHER
                   ADD 1 TO WS-OP-DEF-TEL(WS-POS)
           END-EVALUATE
           .
       P620-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PRODOPER.
