      *          TRANSACOES (VEJA JORNAL.cpy) NA ORDEM EM QUE FORAM
      *          GRAVADAS, ATE O MESTRE VOLTAR AO ESTADO DO MOMENTO
      *          DA QUEDA, RELATANDO CADA ENTRADA APLICADA E AS QUE
      *          NAO PUDERAM SER APLICADAS. QUANDO O BACKUP E
      *          ANTERIOR A UMA ROLAGEM MENSAL, AS GERACOES
      *          ARQUIVADAS DO CATALOGO JORCAT QUE COBREM O PERIODO
      *          DESDE O BACKUP SAO REAPLICADAS, EM ORDEM, ANTES DO
      *          JORNAL VIVO (VEJA JORGERA.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT RELRECUP ASSIGN TO DYNAMIC
               WS-RELRECUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD JOURNAL.
          COPY JORNAL.

       FD JORCAT.
          COPY JORCAT.

       FD RELRECUP.
       01 REG-RELRECUP              PIC X(80).

       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.

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

       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-CARREGADOS             PIC 9(05) VALUE ZEROES.
       77 WS-JOR-LIDAS              PIC 9(05) VALUE ZEROES.
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'JORCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'
                   TO WS-JORCAT-PATH
           END-IF

           DISPLAY 'BACKUP_DIR'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-BACKUP-DIR        FROM ENVIRONMENT-VALUE
           IF WS-BACKUP-DIR = SPACES

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

                  INTO WS-BACKUP-PATH
           END-STRING

      * GERACOES ARQUIVADAS QUE TEM ENTRADAS DESDE O BACKUP.
           MOVE WS-DATA-BACKUP TO WS-GER-DT-DE
           MOVE 99999999       TO WS-GER-DT-ATE
           MOVE 0              TO WS-GER-SEQ-DE
           COPY JORGERA.

           DISPLAY 'O MESTRE ATUAL SERA SUBSTITUIDO PELO BACKUP E '
                   'PELO JORNAL A PARTIR DE ' WS-DATA-BACKUP '.'
           IF WS-GER-QTD > 0
               DISPLAY 'GERACOES ARQUIVADAS DO JORNAL A REAPLICAR '
                   'ANTES DO JORNAL CORRENTE:'
               PERFORM P210-MOSTRAR-GERACAO THRU P210-FIM
                   VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-GER-QTD
           END-IF
           DISPLAY 'CONFIRMA A RECUPERACAO? (S/N): '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           .
       P200-FIM.

       P210-MOSTRAR-GERACAO.
           DISPLAY '  ' FUNCTION TRIM(WS-GER-ARQUIVO(WS-GER-IDX))
           .
       P210-FIM.

       P300-RECARREGAR-BACKUP.
           SET FS-BKP-OK TO TRUE
           OPEN INPUT BACKUP
           IF NOT FS-JOR-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O JORNAL DE '
                       'TRANSACOES. NADA FOI REAPLICADO.'
               GO TO P400-FIM
           END-IF
           CLOSE JOURNAL

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS

           IF FS-OK
               OPEN OUTPUT RELRECUP
               IF NOT FS-REL-OK
                   DISPLAY 'ERRO AO GRAVAR O RELATORIO DE '
                       'RECUPERACAO.'
               END-IF
               PERFORM P440-GRAVAR-CABECALHO THRU P440-FIM

      * AS GERACOES ARQUIVADAS VEM PRIMEIRO, NA ORDEM DO CATALOGO;
      * O JORNAL VIVO FECHA A REAPLICACAO.
               MOVE WS-JOURNAL-PATH TO WS-JORNAL-VIVO
               PERFORM P405-REAPLICAR-GERACAO THRU P405-FIM
                   VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-GER-QTD
               MOVE WS-JORNAL-VIVO TO WS-JOURNAL-PATH
               PERFORM P408-REAPLICAR-ARQUIVO THRU P408-FIM

               IF FS-REL-OK
                   CLOSE RELRECUP
               END-IF
               CLOSE CONTATOS
           ELSE
               COPY FSDIAG.
           END-IF
           .
       P400-FIM.

       P405-REAPLICAR-GERACAO.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX) TO WS-JOURNAL-PATH
           PERFORM P408-REAPLICAR-ARQUIVO THRU P408-FIM
           .
       P405-FIM.

       P408-REAPLICAR-ARQUIVO.
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF NOT FS-JOR-OK
               MOVE SPACES TO REG-RELRECUP
               STRING 'GERACAO DO JORNAL INDISPONIVEL: '
                                         DELIMITED BY SIZE
                      WS-JOURNAL-PATH    DELIMITED BY SPACE
                      INTO REG-RELRECUP
               END-STRING
               IF FS-REL-OK
                   WRITE REG-RELRECUP
               END-IF
               DISPLAY FUNCTION TRIM(REG-RELRECUP)
               GO TO P408-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P410-APLICAR-ENTRADA THRU P410-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE
           CLOSE JOURNAL
           .
       P408-FIM.

       P410-APLICAR-ENTRADA.
           READ JOURNAL
               AT END
               WHEN 'ANONIMIZA'
               WHEN 'LIMPEZA'
               WHEN 'DEVOLUCAO'
               WHEN 'DEVEMAIL'
               WHEN 'QUEIXA'
               WHEN 'NAOPERTURB'
               WHEN 'REVERSAO'
               WHEN 'CARTEIRA'
               WHEN 'TRANSFEMP'
               WHEN 'SITCPF'
               WHEN 'TRIAGEMPEP'
               WHEN 'MENOR'
               WHEN 'CONSRESP'
               WHEN 'MASSA'
               WHEN 'CICLO'
                   MOVE JOR-IMAGEM-DEPOIS TO REG-CONTATOS
                   REWRITE REG-CONTATOS
                       INVALID KEY
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
