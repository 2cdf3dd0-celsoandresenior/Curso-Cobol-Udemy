      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO MENSAL DE CONFORMIDADE COM A POLITICA DE
      *          RETENCAO (RETTAB, MANTIDA NO MANUTTAB). PARA CADA
      *          LINHA DA TABELA LOCALIZA O ARQUIVO, ACHA O REGISTRO
      *          MAIS ANTIGO AINDA GUARDADO E CONTA OS QUE JA
      *          PASSARAM DO PRAZO (DATA ANTERIOR AO CORTE DEVOLVIDO
      *          PELO RETPOL). PARA PRAZO EM GERACOES (BKPCAT) CONTA
      *          AS GERACOES DIARIAS ATIVAS ALEM DAS N PERMITIDAS.
      *          ARQUIVO SEM VERIFICACAO AUTOMATICA SAI LISTADO COM A
      *          POLITICA, PARA O JURIDICO VER QUE ESTA NA TABELA.
      *          O QUE CADA LINHA OLHA NO ARQUIVO:
      *            CONTATOS - EXCLUIDOS AINDA NO MESTRE (DT-ALTERACAO)
      *            CONTANON - EXCLUIDOS AINDA NAO ANONIMIZADOS
      *            CAMPHIST - DATA DA CAMPANHA
      *            ENDHIST  - FIM DE VIGENCIA DO ENDERECO ANTIGO
      *            JORNAL   - DATA DA OPERACAO NO JORNAL.LOG
      *            NOTAFILE - DATA DA NOTA
      *            FUPFILE  - DISPOSICAO DOS FOLLOW-UPS JA FECHADOS
      *            APRFILA  - DECISAO DOS PEDIDOS JA DECIDIDOS
      *            RELCAT   - DATA DO RELATORIO NO CATALOGO
      *            BKPCAT   - GERACOES DIARIAS ATIVAS (FIM DE MES
      *                       NAO CONTA, FICA PARA SEMPRE)
      *          TERMINA COM RETURN-CODE 4 SE ALGUM ARQUIVO GUARDA
      *          DADO ALEM DO PRAZO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCONF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETTAB ASSIGN TO DYNAMIC
               WS-RETTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTB.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT ENDHIST ASSIGN TO DYNAMIC
               WS-ENDHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT JORNAL ASSIGN TO DYNAMIC
               WS-JORNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT NOTAFILE ASSIGN TO DYNAMIC
               WS-NOTAFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT FUPFILE ASSIGN TO DYNAMIC
               WS-FUPFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT APRFILA ASSIGN TO DYNAMIC
               WS-APRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT BKPCAT ASSIGN TO DYNAMIC
               WS-BKPCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

               SELECT RELRET ASSIGN TO DYNAMIC
               WS-RELRET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD RETTAB.
          COPY RETTAB.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CAMPHIST.
          COPY CAMPHIST.

       FD ENDHIST.
          COPY ENDHIST.

       FD JORNAL.
          COPY JORNAL.

       FD NOTAFILE.
          COPY NOTAFILE.

       FD FUPFILE.
          COPY FUPFILE.

       FD APRFILA.
          COPY APRFILA.

       FD BKPCAT.
          COPY BKPCAT.

       FD RELCAT.
          COPY RELCAT.

       FD RELRET.
       01 REG-RELRET                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RETTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\RETTAB.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-ENDHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ENDHIST.TXT'.
       77 WS-JORNAL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-NOTAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-APRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'.
       77 WS-BKPCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BKPCAT.TXT'.
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-RELRET-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELRET.TXT'.

       77 WS-FS-RTB                 PIC 99.
          88 FS-RTB-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.
          88 FS-ARQ-AUSENTE         VALUE 35.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE SPACES.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

          COPY RETPARM.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-EOF-ARQ                PIC X.
          88 EOF-ARQ-OK             VALUE 'S' FALSE 'N'.

      * RESULTADO DA VARREDURA DE UM ARQUIVO.
       77 WS-SITUACAO               PIC X(01) VALUE SPACES.
          88 SIT-VERIFICADO         VALUE 'V'.
          88 SIT-AUSENTE            VALUE 'A'.
          88 SIT-ERRO               VALUE 'E'.
          88 SIT-SEM-VERIFICACAO    VALUE 'S'.
          88 SIT-LINHA-INVALIDA     VALUE 'I'.
          88 SIT-DESATIVADA         VALUE 'D'.
       77 WS-DATA-REG               PIC 9(08) VALUE ZEROES.
       77 WS-MAIS-ANTIGO            PIC 9(08) VALUE ZEROES.
       77 WS-FORA-PRAZO             PIC 9(07) VALUE ZEROES.
       77 WS-REGISTROS              PIC 9(07) VALUE ZEROES.

      * GERACOES DO BKPCAT: DATAS DIARIAS ATIVAS DISTINTAS (O
      * CATALOGO E GRAVADO EM ORDEM CRONOLOGICA).
       77 WS-ULTIMA-GERACAO         PIC 9(08) VALUE ZEROES.
       77 WS-GERACOES               PIC 9(07) VALUE ZEROES.
       77 WS-INT-AUX                PIC 9(08) VALUE ZEROES.
       77 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.

       77 WS-UNIDADE-DESC           PIC X(08) VALUE SPACES.
       77 WS-ACAO-DESC              PIC X(10) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(24) VALUE SPACES.

       77 WS-LINHAS-TAB             PIC 9(05) VALUE ZEROES.
       77 WS-ARQ-OK                 PIC 9(05) VALUE ZEROES.
       77 WS-ARQ-FORA               PIC 9(05) VALUE ZEROES.
       77 WS-ARQ-SEM-VERIF          PIC 9(05) VALUE ZEROES.
       77 WS-LINHAS-REL             PIC 9(07) VALUE ZEROES.
       77 WS-RC-FINAL               PIC 9(02) VALUE ZEROES.

       01 WS-LINHA-DET.
           03 WS-DET-ARQUIVO         PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-DESC            PIC X(20).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-PRAZO           PIC ZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-UNIDADE         PIC X(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-ACAO            PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-CORTE           PIC X(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-ANTIGO          PIC X(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-FORA            PIC Z(06)9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 WS-DET-SITUACAO        PIC X(24).
           03 FILLER                 PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CONFORMIDADE COM A POLITICA DE RETENCAO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P800-TOTAIS THRU P800-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'RETTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RETTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\RETTAB.TXT' TO WS-RETTAB-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'ENDHIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENDHIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ENDHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ENDHIST.TXT'
                   TO WS-ENDHIST-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORNAL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JORNAL-PATH
           END-IF

           DISPLAY 'NOTAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-NOTAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'
                   TO WS-NOTAFILE-PATH
           END-IF

           DISPLAY 'FUPFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FUPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'APRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-APRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-APRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'
                   TO WS-APRFILA-PATH
           END-IF

           DISPLAY 'BKPCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-BKPCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-BKPCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\BKPCAT.TXT'
                   TO WS-BKPCAT-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           DISPLAY 'RELRET_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELRET-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELRET-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELRET.TXT'
                   TO WS-RELRET-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-PROCESSAR.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELRET
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE RETENCAO (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-RC-FINAL
               GO TO P200-FIM
           END-IF

           MOVE SPACES TO REG-RELRET
           STRING 'CONFORMIDADE COM A POLITICA DE RETENCAO - POSICAO '
                                             DELIMITED BY SIZE
                  'DE '                      DELIMITED BY SIZE
                  WS-DATA-SISTEMA            DELIMITED BY SIZE
                  INTO REG-RELRET
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELRET
           STRING 'ARQUIVO    DESCRICAO            PRAZO UNIDADE  '
                                             DELIMITED BY SIZE
                  'ACAO       CORTE    ANTIGO   ALEM PRZ '
                                             DELIMITED BY SIZE
                  'SITUACAO'                 DELIMITED BY SIZE
                  INTO REG-RELRET
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET FS-RTB-OK TO TRUE
           OPEN INPUT RETTAB
           IF NOT FS-RTB-OK
               DISPLAY 'TABELA DE RETENCAO INDISPONIVEL (FS='
                       WS-FS-RTB ').'
               MOVE 'TABELA DE RETENCAO INDISPONIVEL.' TO REG-RELRET
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-RC-FINAL
               GO TO P200-SAIDA
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P210-LER-POLITICA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE RETTAB

           IF WS-LINHAS-TAB = 0
               MOVE 'TABELA DE RETENCAO VAZIA.' TO REG-RELRET
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELRET
           STRING 'ARQUIVOS NA TABELA: '     DELIMITED BY SIZE
                  WS-LINHAS-TAB              DELIMITED BY SIZE
                  '  CONFORMES: '            DELIMITED BY SIZE
                  WS-ARQ-OK                  DELIMITED BY SIZE
                  '  FORA DA POLITICA: '     DELIMITED BY SIZE
                  WS-ARQ-FORA                DELIMITED BY SIZE
                  '  SEM VERIFICACAO: '      DELIMITED BY SIZE
                  WS-ARQ-SEM-VERIF           DELIMITED BY SIZE
                  INTO REG-RELRET
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P200-SAIDA.
           CLOSE RELRET

           MOVE 'RETCONF'        TO WS-CAT-PROGRAMA
           MOVE 'RELRET'         TO WS-CAT-NOME
           MOVE WS-LINHAS-REL    TO WS-CAT-REGISTROS
           MOVE WS-RELRET-PATH   TO WS-CAT-ARQUIVO
           COPY GRAVCAT.
           .
       P200-FIM.

       P210-LER-POLITICA.
           READ RETTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF RETTAB-ARQUIVO = SPACES
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-LINHAS-TAB

           MOVE SPACES TO WS-SITUACAO
           MOVE 0      TO WS-MAIS-ANTIGO
           MOVE 0      TO WS-FORA-PRAZO
           MOVE 0      TO WS-REGISTROS
           MOVE 0      TO WS-ULTIMA-GERACAO
           MOVE 0      TO WS-GERACOES

           IF RETTAB-DESATIVADA
               SET SIT-DESATIVADA TO TRUE
               INITIALIZE POLITICA-RETENCAO
               PERFORM P600-LINHA-DETALHE THRU P600-FIM
               GO TO P210-FIM
           END-IF

           MOVE RETTAB-ARQUIVO  TO RP-ARQUIVO
           MOVE WS-DATA-SISTEMA TO RP-DATA-REF
           CALL 'RETPOL' USING POLITICA-RETENCAO
           IF NOT RP-REGISTRADA
               SET SIT-LINHA-INVALIDA TO TRUE
               PERFORM P600-LINHA-DETALHE THRU P600-FIM
               GO TO P210-FIM
           END-IF

           PERFORM P300-VERIFICAR-ARQUIVO THRU P300-FIM
           PERFORM P600-LINHA-DETALHE THRU P600-FIM
           .
       P210-FIM.

      * CADA CHAVE CONHECIDA TEM SUA VARREDURA. PRAZO EM GERACOES SO
      * FAZ SENTIDO PARA O CATALOGO DE BACKUPS.
       P300-VERIFICAR-ARQUIVO.
           SET SIT-VERIFICADO TO TRUE
           IF RP-GERACOES AND RP-ARQUIVO NOT = 'BKPCAT'
               SET SIT-SEM-VERIFICACAO TO TRUE
               GO TO P300-FIM
           END-IF
           SET EOF-ARQ-OK TO FALSE

           EVALUATE RP-ARQUIVO
               WHEN 'CONTATOS'
               WHEN 'CONTANON'
                   PERFORM P410-CONTATOS THRU P410-FIM
               WHEN 'CAMPHIST'
                   PERFORM P420-CAMPHIST THRU P420-FIM
               WHEN 'ENDHIST'
                   PERFORM P430-ENDHIST THRU P430-FIM
               WHEN 'JORNAL'
                   PERFORM P440-JORNAL THRU P440-FIM
               WHEN 'NOTAFILE'
                   PERFORM P450-NOTAFILE THRU P450-FIM
               WHEN 'FUPFILE'
                   PERFORM P460-FUPFILE THRU P460-FIM
               WHEN 'APRFILA'
                   PERFORM P470-APRFILA THRU P470-FIM
               WHEN 'RELCAT'
                   PERFORM P480-RELCAT THRU P480-FIM
               WHEN 'BKPCAT'
                   PERFORM P485-BKPCAT THRU P485-FIM
               WHEN OTHER
                   SET SIT-SEM-VERIFICACAO TO TRUE
           END-EVALUATE
           .
       P300-FIM.

      * ---------------- CONTATOS / CONTANON ----------------
       P410-CONTATOS.
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P410-FIM
           END-IF
           PERFORM P411-LER-CONTATO THRU P411-FIM
               UNTIL EOF-ARQ-OK
           CLOSE CONTATOS
           .
       P410-FIM.

       P411-LER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P411-FIM
           END-READ
           IF NOT CONTATO-EXCLUIDO
               GO TO P411-FIM
           END-IF
           IF RP-ARQUIVO = 'CONTANON'
                   AND WS-PRIMEIRO-NOME = 'ANONIMIZADO'
               GO TO P411-FIM
           END-IF
           MOVE DT-ALTERACAO TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P411-FIM.

      * ---------------- CAMPHIST ----------------
       P420-CAMPHIST.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT CAMPHIST
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P420-FIM
           END-IF
           PERFORM P421-LER-CAMPHIST THRU P421-FIM
               UNTIL EOF-ARQ-OK
           CLOSE CAMPHIST
           .
       P420-FIM.

       P421-LER-CAMPHIST.
           READ CAMPHIST
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P421-FIM
           END-READ
           MOVE CH-DATA TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P421-FIM.

      * ---------------- ENDHIST ----------------
       P430-ENDHIST.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT ENDHIST
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P430-FIM
           END-IF
           PERFORM P431-LER-ENDHIST THRU P431-FIM
               UNTIL EOF-ARQ-OK
           CLOSE ENDHIST
           .
       P430-FIM.

       P431-LER-ENDHIST.
           READ ENDHIST
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P431-FIM
           END-READ
           MOVE EH-DATA-FIM TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P431-FIM.

      * ---------------- JORNAL ----------------
       P440-JORNAL.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT JORNAL
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P440-FIM
           END-IF
           PERFORM P441-LER-JORNAL THRU P441-FIM
               UNTIL EOF-ARQ-OK
           CLOSE JORNAL
           .
       P440-FIM.

       P441-LER-JORNAL.
           READ JORNAL
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P441-FIM
           END-READ
           MOVE JOR-DATA TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P441-FIM.

      * ---------------- NOTAFILE ----------------
       P450-NOTAFILE.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT NOTAFILE
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P450-FIM
           END-IF
           PERFORM P451-LER-NOTA THRU P451-FIM
               UNTIL EOF-ARQ-OK
           CLOSE NOTAFILE
           .
       P450-FIM.

       P451-LER-NOTA.
           READ NOTAFILE
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P451-FIM
           END-READ
           MOVE NT-DATA TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P451-FIM.

      * ---------------- FUPFILE ----------------
      * FOLLOW-UP EM ABERTO AINDA ESTA EM USO; O PRAZO CORRE DA
      * DISPOSICAO.
       P460-FUPFILE.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT FUPFILE
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P460-FIM
           END-IF
           PERFORM P461-LER-FUP THRU P461-FIM
               UNTIL EOF-ARQ-OK
           CLOSE FUPFILE
           .
       P460-FIM.

       P461-LER-FUP.
           READ FUPFILE
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P461-FIM
           END-READ
           IF FUP-ABERTO
               GO TO P461-FIM
           END-IF
           MOVE FUP-DT-DISPOSICAO TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P461-FIM.

      * ---------------- APRFILA ----------------
      * PEDIDO PENDENTE AINDA ESTA EM USO; O PRAZO CORRE DA DECISAO.
       P470-APRFILA.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT APRFILA
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P470-FIM
           END-IF
           PERFORM P471-LER-APR THRU P471-FIM
               UNTIL EOF-ARQ-OK
           CLOSE APRFILA
           .
       P470-FIM.

       P471-LER-APR.
           READ APRFILA
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P471-FIM
           END-READ
           IF APR-PENDENTE
               GO TO P471-FIM
           END-IF
           MOVE APR-DT-DECISAO TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P471-FIM.

      * ---------------- RELCAT ----------------
       P480-RELCAT.
           SET FS-CAT2-OK TO TRUE
           OPEN INPUT RELCAT
           IF NOT FS-CAT2-OK
               MOVE WS-FS-CAT2 TO WS-FS-ARQ
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P480-FIM
           END-IF
           PERFORM P481-LER-RELCAT THRU P481-FIM
               UNTIL EOF-ARQ-OK
           CLOSE RELCAT
           .
       P480-FIM.

       P481-LER-RELCAT.
           READ RELCAT
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P481-FIM
           END-READ
           MOVE CAT-DATA TO WS-DATA-REG
           PERFORM P490-REGISTRAR-DATA THRU P490-FIM
           .
       P481-FIM.

      * ---------------- BKPCAT ----------------
      * SO AS ENTRADAS ATIVAS CONTAM. EM GERACOES, A COPIA DE FIM DE
      * MES E PERMANENTE E NAO ENTRA NA CONTA DAS DIARIAS.
       P485-BKPCAT.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT BKPCAT
           IF NOT FS-ARQ-OK
               PERFORM P495-FALHA-ABERTURA THRU P495-FIM
               GO TO P485-FIM
           END-IF
           PERFORM P486-LER-BKPCAT THRU P486-FIM
               UNTIL EOF-ARQ-OK
           CLOSE BKPCAT

           IF RP-GERACOES AND WS-GERACOES > RP-PRAZO
               COMPUTE WS-FORA-PRAZO = WS-GERACOES - RP-PRAZO
           END-IF
           .
       P485-FIM.

       P486-LER-BKPCAT.
           READ BKPCAT
               AT END
                   SET EOF-ARQ-OK TO TRUE
                   GO TO P486-FIM
           END-READ
           IF NOT BKC-ATIVO OR BKC-DATA = 0
               GO TO P486-FIM
           END-IF
           IF NOT RP-GERACOES
               MOVE BKC-DATA TO WS-DATA-REG
               PERFORM P490-REGISTRAR-DATA THRU P490-FIM
               GO TO P486-FIM
           END-IF

           COMPUTE WS-INT-AUX = FUNCTION INTEGER-OF-DATE(BKC-DATA) + 1
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
           IF WS-DATA-AUX(7:2) = '01'
               GO TO P486-FIM
           END-IF
           ADD 1 TO WS-REGISTROS
           IF WS-MAIS-ANTIGO = 0 OR BKC-DATA < WS-MAIS-ANTIGO
               MOVE BKC-DATA TO WS-MAIS-ANTIGO
           END-IF
           IF BKC-DATA NOT = WS-ULTIMA-GERACAO
               ADD 1 TO WS-GERACOES
               MOVE BKC-DATA TO WS-ULTIMA-GERACAO
           END-IF
           .
       P486-FIM.

      * DATA ZERADA E REGISTRO SEM DATA (AINDA EM USO).
       P490-REGISTRAR-DATA.
           IF WS-DATA-REG NOT NUMERIC OR WS-DATA-REG = 0
               GO TO P490-FIM
           END-IF
           ADD 1 TO WS-REGISTROS
           IF WS-MAIS-ANTIGO = 0 OR WS-DATA-REG < WS-MAIS-ANTIGO
               MOVE WS-DATA-REG TO WS-MAIS-ANTIGO
           END-IF
           IF WS-DATA-REG < RP-DATA-CORTE
               ADD 1 TO WS-FORA-PRAZO
           END-IF
           .
       P490-FIM.

      * ARQUIVO QUE NUNCA FOI CRIADO NAO GUARDA NADA; OUTRO ERRO DE
      * ABERTURA DEIXA O ARQUIVO SEM RESPOSTA.
       P495-FALHA-ABERTURA.
           IF RP-ARQUIVO = 'CONTATOS' OR RP-ARQUIVO = 'CONTANON'
               MOVE WS-FS TO WS-FS-ARQ
           END-IF
           IF FS-ARQ-AUSENTE
               SET SIT-AUSENTE TO TRUE
           ELSE
               SET SIT-ERRO TO TRUE
               DISPLAY RP-ARQUIVO ': ERRO NA ABERTURA (FS='
                       WS-FS-ARQ ').'
           END-IF
           .
       P495-FIM.

       P600-LINHA-DETALHE.
           EVALUATE RETTAB-UNIDADE
               WHEN 'D'  MOVE 'DIAS'     TO WS-UNIDADE-DESC
               WHEN 'M'  MOVE 'MESES'    TO WS-UNIDADE-DESC
               WHEN 'A'  MOVE 'ANOS'     TO WS-UNIDADE-DESC
               WHEN 'G'  MOVE 'GERACOES' TO WS-UNIDADE-DESC
               WHEN OTHER MOVE '?'       TO WS-UNIDADE-DESC
           END-EVALUATE
           EVALUATE RETTAB-ACAO
               WHEN 'A'  MOVE 'ARQUIVAR'   TO WS-ACAO-DESC
               WHEN 'N'  MOVE 'ANONIMIZAR' TO WS-ACAO-DESC
               WHEN 'E'  MOVE 'EXPURGAR'   TO WS-ACAO-DESC
               WHEN OTHER MOVE '?'         TO WS-ACAO-DESC
           END-EVALUATE

           EVALUATE TRUE
               WHEN SIT-DESATIVADA
                   MOVE 'LINHA DESATIVADA'       TO WS-SITUACAO-DESC
               WHEN SIT-LINHA-INVALIDA
                   MOVE 'LINHA INVALIDA'         TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ARQ-SEM-VERIF
               WHEN SIT-SEM-VERIFICACAO
                   MOVE 'SEM VERIFICACAO AUTOM.' TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ARQ-SEM-VERIF
               WHEN SIT-AUSENTE
                   MOVE 'ARQUIVO AUSENTE'        TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ARQ-OK
               WHEN SIT-ERRO
                   MOVE 'ERRO NA LEITURA'        TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ARQ-SEM-VERIF
               WHEN WS-FORA-PRAZO > 0
                   MOVE '*** FORA DA POLITICA'   TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ARQ-FORA
               WHEN OTHER
                   MOVE 'OK'                     TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ARQ-OK
           END-EVALUATE

           MOVE RETTAB-ARQUIVO   TO WS-DET-ARQUIVO
           MOVE RETTAB-DESC      TO WS-DET-DESC
           IF RETTAB-PRAZO NUMERIC
               MOVE RETTAB-PRAZO TO WS-DET-PRAZO
           ELSE
               MOVE 0            TO WS-DET-PRAZO
           END-IF
           MOVE WS-UNIDADE-DESC  TO WS-DET-UNIDADE
           MOVE WS-ACAO-DESC     TO WS-DET-ACAO
           IF RP-DATA-CORTE = 0
               MOVE SPACES        TO WS-DET-CORTE
           ELSE
               MOVE RP-DATA-CORTE TO WS-DET-CORTE
           END-IF
           IF WS-MAIS-ANTIGO = 0
               MOVE SPACES         TO WS-DET-ANTIGO
           ELSE
               MOVE WS-MAIS-ANTIGO TO WS-DET-ANTIGO
           END-IF
           MOVE WS-FORA-PRAZO    TO WS-DET-FORA
           MOVE WS-SITUACAO-DESC TO WS-DET-SITUACAO

           MOVE WS-LINHA-DET TO REG-RELRET
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P600-FIM.

       P800-TOTAIS.
           DISPLAY 'ARQUIVOS NA TABELA....: ' WS-LINHAS-TAB
           DISPLAY 'CONFORMES.............: ' WS-ARQ-OK
           DISPLAY 'FORA DA POLITICA......: ' WS-ARQ-FORA
           DISPLAY 'SEM VERIFICACAO.......: ' WS-ARQ-SEM-VERIF
           IF WS-ARQ-FORA > 0 AND WS-RC-FINAL = 0
               MOVE 4 TO WS-RC-FINAL
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           .
       P800-FIM.

       P840-LINHA-BRANCA.
           MOVE SPACES TO REG-RELRET
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P840-FIM.

       P850-GRAVAR-LINHA.
           WRITE REG-RELRET
           ADD 1 TO WS-LINHAS-REL
           MOVE SPACES TO REG-RELRET
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RETCONF.
