      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO SEMANAL DE FOLGA DE CAPACIDADE. PARA CADA
      *          LIMITE CONHECIDO DO SISTEMA (RADICAL DO ID AUTOMATICO
      *          NO CONTID, VOLUME DO MESTRE NO ID DE 5 DIGITOS,
      *          TABELAS EM MEMORIA DO DUPNOME, DUPTEL, ESTATCONT E
      *          QUALCONT, SEQUENCIAS DE TELEFONE E DE NOTA POR
      *          CONTATO) MOSTRA O PONTO MAIS ALTO ATINGIDO HOJE, O
      *          PERCENTUAL USADO E A DATA PREVISTA DE ESGOTAMENTO PELA
      *          TENDENCIA DE CRESCIMENTO DOS CONTATOS ATIVOS GRAVADA
      *          PELO ESTATCONT NO RUN-LOG (RUNCTL) NOS ULTIMOS
      *          CAPAC_DIAS DIAS (PADRAO 90). LIMITE ACIMA DE 80% SAI
      *          MARCADO E O PROGRAMA TERMINA COM RC 4. AS SEQUENCIAS
      *          POR CONTATO NAO ACOMPANHAM O VOLUME DA BASE E FICAM
      *          SEM PROJECAO. RODA NA CADEIA SEMANAL (REGRA
      *          'S' DO CADEIAS.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACREL.

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

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS TEL-CHAVE
               FILE STATUS IS WS-FS-TEL.

               SELECT NOTAFILE ASSIGN TO DYNAMIC
               WS-NOTAFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.

               SELECT CONTID ASSIGN TO DYNAMIC
               WS-CONTID-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CID.

               SELECT NACIONTAB ASSIGN TO DYNAMIC
               WS-NACIONTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NAC.

               SELECT PROFTAB ASSIGN TO DYNAMIC
               WS-PROFTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROF.

               SELECT RELCAPAC ASSIGN TO DYNAMIC
               WS-RELCAPAC-PATH
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

      * FOTOGRAFIA SEQUENCIAL DO MESTRE CORTADA PELO BATCHEOD NO
      * TOPO DA JANELA: QUANDO ELA EXISTE, E LIDA EM VEZ DO INDEXADO.
       FD CONTASNAP.
       01 REG-CONTASNAP             PIC X(400).

       FD TELEFONES.
          COPY FD_TELEFONES.

       FD NOTAFILE.
          COPY NOTAFILE.

      * CONTROLE DO PROXIMO RADICAL AUTOMATICO (VEJA O
      * CADCONTATOSSEQUENCIAL).
       FD CONTID.
       01 REG-CONTID.
           03 CID-PROX-BASE          PIC 9(04).

       FD NACIONTAB.
       01 REG-NACIONTAB.
           03 NACIONTAB-COD             PIC 9(02).
           03 NACIONTAB-DESC            PIC X(20).
           03 NACIONTAB-ATIVO           PIC X(01).
               88 NACIONTAB-DESATIVADO      VALUE 'N'.

       FD PROFTAB.
       01 REG-PROFTAB.
           03 PROFTAB-COD               PIC 9(02).
           03 PROFTAB-DESC              PIC X(20).
           03 PROFTAB-ATIVO             PIC X(01).
               88 PROFTAB-DESATIVADO        VALUE 'N'.

       FD RELCAPAC.
       01 REG-RELCAPAC              PIC X(132).

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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CAPACREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTASNAP-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTASNAP.TXT'.
       77 WS-FS-SNP                 PIC 99.
          88 FS-SNP-OK              VALUE 0.
       77 WS-MODO-SNAP              PIC X VALUE 'N'.
          88 MODO-SNAPSHOT          VALUE 'S' FALSE 'N'.
       77 WS-TELEFONES-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'.
       77 WS-FS-TEL                 PIC 99.
          88 FS-TEL-OK              VALUE 0.
       77 WS-NOTAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'.
       77 WS-FS-NOT                 PIC 99.
          88 FS-NOT-OK              VALUE 0.
       77 WS-CONTID-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTID.TXT'.
       77 WS-FS-CID                 PIC 99.
          88 FS-CID-OK              VALUE 0.
       77 WS-NACIONTAB-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\NACIONTAB.TXT'.
       77 WS-FS-NAC                 PIC 99.
          88 FS-NAC-OK              VALUE 0.
       77 WS-PROFTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PROFTAB.TXT'.
       77 WS-FS-PROF                PIC 99.
          88 FS-PROF-OK             VALUE 0.
       77 WS-RELCAPAC-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAPAC.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CAPACREL'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy). O MESMO RUN-LOG DA A TENDENCIA.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CAPACREL'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-TXT               PIC X(03) VALUE SPACES.
       77 WS-DIAS-TENDENCIA         PIC 9(03) VALUE 90.
       77 WS-DATA-CORTE             PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

      * PONTOS ALTOS APURADOS NESTA RODADA.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS                 PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS-COM-TEL         PIC 9(05) VALUE ZEROES.
       77 WS-MAIOR-RADICAL          PIC 9(04) VALUE ZEROES.
       77 WS-RADICAL                PIC 9(04) VALUE ZEROES.
       77 WS-MAIOR-SEQ-TEL          PIC 9(02) VALUE ZEROES.
       77 WS-MAIOR-SEQ-NOTA         PIC 9(04) VALUE ZEROES.
       77 WS-QTD-NAC                PIC 9(03) VALUE ZEROES.
       77 WS-QTD-PROF               PIC 9(03) VALUE ZEROES.

      * UFS E DDDS DISTINTOS DOS CONTATOS ATIVOS, CONTADOS DO MESMO
      * JEITO QUE O ESTATCONT MONTA AS SUAS TABELAS.
       77 WS-UF-QTD                 PIC 9(03) VALUE ZEROES.
       01 WS-TAB-UF.
           03 WS-UF-COD OCCURS 100 TIMES INDEXED BY WS-UF-IDX
                                    PIC X(02).
       77 WS-DDD-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-DDD.
           03 WS-DDD-VISTO OCCURS 100 TIMES PIC X(01).
       77 WS-DDD-POS                PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

      * TENDENCIA DE CONTATOS ATIVOS (CONT2 DO ESTATCONT NO RUN-LOG).
       77 WS-TEND-QTD               PIC 9(04) VALUE ZEROES.
       77 WS-TEND-DATA-INI          PIC 9(08) VALUE ZEROES.
       77 WS-TEND-ATIVOS-INI        PIC 9(05) VALUE ZEROES.
       77 WS-TEND-DATA-FIM          PIC 9(08) VALUE ZEROES.
       77 WS-TEND-ATIVOS-FIM        PIC 9(05) VALUE ZEROES.
       77 WS-TEND-DIAS              PIC 9(05) VALUE ZEROES.
       77 WS-TEND-POR-DIA           PIC S9(05)V9(04) VALUE ZEROES.
       77 WS-TEND-ED                PIC -ZZZ9,99.

      * LIMITES CONHECIDOS. MODO 'B' CRESCE UM POR CONTATO NOVO,
      * 'P' CRESCE NA PROPORCAO DA BASE, 'N' NAO TEM PROJECAO.
       77 WS-QTD-LIMITES            PIC 9(02) VALUE ZEROES.
       77 WS-LIM                    PIC 9(02) VALUE ZEROES.
       01 WS-TAB-LIMITES.
           03 WS-LIM-ENTRY OCCURS 10 TIMES.
               05 WS-LIM-NOME        PIC X(36).
               05 WS-LIM-ONDE        PIC X(12).
               05 WS-LIM-USO         PIC 9(05).
               05 WS-LIM-MAXIMO      PIC 9(05).
               05 WS-LIM-MODO        PIC X(01).

       77 WS-PERCENTUAL             PIC 9(03)V9 VALUE ZEROES.
       77 WS-PERC-ED                PIC ZZ9,9.
       77 WS-USO-ED                 PIC ZZZZ9.
       77 WS-MAX-ED                 PIC ZZZZ9.
       77 WS-CRESC-DIA              PIC 9(05)V9(06) VALUE ZEROES.
       77 WS-DIAS-RESTAM            PIC 9(09) VALUE ZEROES.
       77 WS-DATA-ESGOTA            PIC 9(08) VALUE ZEROES.
       77 WS-PROJECAO               PIC X(20) VALUE SPACES.
       77 WS-QT-ALERTAS             PIC 9(02) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** RELATORIO DE FOLGA DE CAPACIDADE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-LER-MESTRE THRU P200-FIM
           IF WS-FIM-RC < 8
               PERFORM P300-LER-FILHOS THRU P300-FIM
               PERFORM P400-LER-TENDENCIA THRU P400-FIM
               PERFORM P500-MONTAR-LIMITES THRU P500-FIM
               PERFORM P600-GERAR-RELATORIO THRU P600-FIM
           END-IF

           MOVE WS-QTD-LIMITES TO WS-FIM-CONT1
           MOVE WS-QT-ALERTAS  TO WS-FIM-CONT2
           MOVE WS-ATIVOS      TO WS-FIM-CONT3
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

           DISPLAY 'CONTASNAP_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTASNAP-PATH    FROM ENVIRONMENT-VALUE
           IF WS-CONTASNAP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTASNAP.TXT'
                   TO WS-CONTASNAP-PATH
           END-IF

           DISPLAY 'TELEFONES_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELEFONES-PATH    FROM ENVIRONMENT-VALUE
           IF WS-TELEFONES-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'
                   TO WS-TELEFONES-PATH
           END-IF

           DISPLAY 'NOTAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-NOTAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'
                   TO WS-NOTAFILE-PATH
           END-IF

           DISPLAY 'CONTID_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTID-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CONTID-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTID.TXT'
                   TO WS-CONTID-PATH
           END-IF

           DISPLAY 'NACIONTAB_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-NACIONTAB-PATH    FROM ENVIRONMENT-VALUE
           IF WS-NACIONTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\NACIONTAB.TXT' TO WS-NACIONTAB-PATH
           END-IF

           DISPLAY 'PROFTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PROFTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PROFTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PROFTAB.TXT' TO WS-PROFTAB-PATH
           END-IF

           DISPLAY 'RELCAPAC_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAPAC-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELCAPAC-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAPAC.TXT'
                   TO WS-RELCAPAC-PATH
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

           DISPLAY 'CAPAC_DIAS'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIAS-TXT          FROM ENVIRONMENT-VALUE
           IF WS-DIAS-TXT NOT = SPACES
               IF FUNCTION TRIM(WS-DIAS-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-DIAS-TXT)
                       TO WS-DIAS-TENDENCIA
               END-IF
           END-IF
           IF WS-DIAS-TENDENCIA = 0
               MOVE 90 TO WS-DIAS-TENDENCIA
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - WS-DIAS-TENDENCIA)
           .
       P100-FIM.

      * VOLUME DO MESTRE, RADICAL MAIS ALTO EM USO, CONTATOS ATIVOS
      * (TABELA DO DUPNOME), ATIVOS COM TELEFONE (TABELA DO DUPTEL) E
      * UFS/DDDS DISTINTOS (TABELAS DO ESTATCONT).
       P200-LER-MESTRE.
           MOVE SPACES TO WS-TAB-UF
           MOVE SPACES TO WS-TAB-DDD
           SET EOF-OK TO FALSE
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
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           PERFORM P210-LER-CONTATO THRU P210-FIM
               UNTIL EOF-OK
           IF MODO-SNAPSHOT
               CLOSE CONTASNAP
           ELSE
               CLOSE CONTATOS
           END-IF

      * O PROXIMO RADICAL DO CONTID JA ESTA RESERVADO.
           SET FS-CID-OK TO TRUE
           OPEN INPUT CONTID
           IF FS-CID-OK
               READ CONTID
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CID-PROX-BASE NUMERIC
                               AND CID-PROX-BASE > 0
                           COMPUTE WS-RADICAL = CID-PROX-BASE - 1
                           IF WS-RADICAL > WS-MAIOR-RADICAL
                               MOVE WS-RADICAL TO WS-MAIOR-RADICAL
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTID
           END-IF
           .
       P200-FIM.

       P210-LER-CONTATO.
           IF MODO-SNAPSHOT
               READ CONTASNAP INTO REG-CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P210-FIM
               END-READ
           ELSE
               READ CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P210-FIM
               END-READ
           END-IF
           ADD 1 TO WS-LIDOS
           DIVIDE ID-CONTATO BY 10 GIVING WS-RADICAL
           IF WS-RADICAL > WS-MAIOR-RADICAL
               MOVE WS-RADICAL TO WS-MAIOR-RADICAL
           END-IF
           IF CONTATO-EXCLUIDO
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-ATIVOS
      * O DUPTEL SO CARREGA NUMERO VALIDO; AQUI CONTA TODO NUMERO
      * PREENCHIDO, O QUE DA A CONTA PELO LADO SEGURO.
           IF WS-PREFIXO NOT = 0 OR WS-SUFIXO NOT = 0
               ADD 1 TO WS-ATIVOS-COM-TEL
           END-IF

           SET ACHADO-OK TO FALSE
           SET WS-UF-IDX TO 1
           PERFORM P220-PROCURA-UF THRU P220-FIM
               UNTIL WS-UF-IDX > WS-UF-QTD OR ACHADO-OK
           IF NOT ACHADO-OK AND WS-UF-QTD < 100
               ADD 1 TO WS-UF-QTD
               MOVE WS-UF TO WS-UF-COD(WS-UF-QTD)
           END-IF

           IF WS-DDD NUMERIC
               COMPUTE WS-DDD-POS = WS-DDD + 1
               IF WS-DDD-VISTO(WS-DDD-POS) NOT = 'S'
                   MOVE 'S' TO WS-DDD-VISTO(WS-DDD-POS)
                   ADD 1 TO WS-DDD-QTD
               END-IF
           END-IF
           .
       P210-FIM.

       P220-PROCURA-UF.
           IF WS-UF-COD(WS-UF-IDX) = WS-UF
               SET ACHADO-OK TO TRUE
           ELSE
               SET WS-UF-IDX UP BY 1
           END-IF
           .
       P220-FIM.

      * MAIORES SEQUENCIAS DE TELEFONE E DE NOTA DE UM MESMO
      * CONTATO E DESCRICOES ATIVAS DAS TABELAS DO QUALCONT.
       P300-LER-FILHOS.
           SET EOF-OK TO FALSE
           SET FS-TEL-OK TO TRUE
           OPEN INPUT TELEFONES
           IF FS-TEL-OK
               PERFORM P310-LER-TELEFONE THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE TELEFONES
           ELSE
               DISPLAY 'ARQUIVO DE TELEFONES INDISPONIVEL (FS='
                   WS-FS-TEL ').'
           END-IF

           SET EOF-OK TO FALSE
           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTAFILE
           IF FS-NOT-OK
               PERFORM P320-LER-NOTA THRU P320-FIM
                   UNTIL EOF-OK
               CLOSE NOTAFILE
           ELSE
               DISPLAY 'ARQUIVO DE NOTAS INDISPONIVEL (FS='
                   WS-FS-NOT ').'
           END-IF

           SET EOF-OK TO FALSE
           SET FS-NAC-OK TO TRUE
           OPEN INPUT NACIONTAB
           IF FS-NAC-OK
               PERFORM P330-LER-NAC THRU P330-FIM
                   UNTIL EOF-OK
               CLOSE NACIONTAB
           ELSE
               DISPLAY 'TABELA DE NACIONALIDADE INDISPONIVEL.'
           END-IF

           SET EOF-OK TO FALSE
           SET FS-PROF-OK TO TRUE
           OPEN INPUT PROFTAB
           IF FS-PROF-OK
               PERFORM P340-LER-PROF THRU P340-FIM
                   UNTIL EOF-OK
               CLOSE PROFTAB
           ELSE
               DISPLAY 'TABELA DE PROFISSAO INDISPONIVEL.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-LER-TELEFONE.
           READ TELEFONES
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF TEL-SEQUENCIA > WS-MAIOR-SEQ-TEL
                       MOVE TEL-SEQUENCIA TO WS-MAIOR-SEQ-TEL
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-LER-NOTA.
           READ NOTAFILE
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF NT-SEQUENCIA NUMERIC
                           AND NT-SEQUENCIA > WS-MAIOR-SEQ-NOTA
                       MOVE NT-SEQUENCIA TO WS-MAIOR-SEQ-NOTA
                   END-IF
           END-READ
           .
       P320-FIM.

       P330-LER-NAC.
           READ NACIONTAB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF NOT NACIONTAB-DESATIVADO
                       ADD 1 TO WS-QTD-NAC
                   END-IF
           END-READ
           .
       P330-FIM.

       P340-LER-PROF.
           READ PROFTAB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF NOT PROFTAB-DESATIVADO
                       ADD 1 TO WS-QTD-PROF
                   END-IF
           END-READ
           .
       P340-FIM.

      * PRIMEIRA E ULTIMA CONTAGEM DE ATIVOS DO ESTATCONT NA JANELA
      * DE TENDENCIA; O CRESCIMENTO POR DIA SAI DA DIFERENCA.
       P400-LER-TENDENCIA.
           SET EOF-OK TO FALSE
           SET FS-RUN-OK TO TRUE
           OPEN INPUT RUNCTL
           IF NOT FS-RUN-OK
               DISPLAY 'RUN-LOG INDISPONIVEL. SEM PROJECAO.'
               GO TO P400-FIM
           END-IF
           PERFORM P410-LER-EVENTO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE RUNCTL
           SET EOF-OK TO FALSE

           IF WS-TEND-QTD > 1 AND WS-TEND-DATA-FIM > WS-TEND-DATA-INI
               COMPUTE WS-TEND-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-TEND-DATA-FIM)
                 - FUNCTION INTEGER-OF-DATE(WS-TEND-DATA-INI)
               COMPUTE WS-TEND-POR-DIA ROUNDED =
                   (WS-TEND-ATIVOS-FIM - WS-TEND-ATIVOS-INI)
                   / WS-TEND-DIAS
           END-IF
           .
       P400-FIM.

       P410-LER-EVENTO.
           READ RUNCTL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF RUN-PROGRAMA NOT = 'ESTATCONT'
                   OR NOT RUN-EVENTO-FIM
                   OR RUN-RC NOT < 8
                   OR RUN-DATA NOT NUMERIC
                   OR RUN-DATA < WS-DATA-CORTE
                   OR RUN-DATA > WS-DATA-SISTEMA
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-TEND-QTD
           IF WS-TEND-QTD = 1 OR RUN-DATA < WS-TEND-DATA-INI
               MOVE RUN-DATA  TO WS-TEND-DATA-INI
               MOVE RUN-CONT2 TO WS-TEND-ATIVOS-INI
           END-IF
           IF RUN-DATA NOT < WS-TEND-DATA-FIM
               MOVE RUN-DATA  TO WS-TEND-DATA-FIM
               MOVE RUN-CONT2 TO WS-TEND-ATIVOS-FIM
           END-IF
           .
       P410-FIM.

       P500-MONTAR-LIMITES.
           MOVE 'RADICAL DO ID AUTOMATICO (CONTID)'
               TO WS-LIM-NOME(1)
           MOVE 'CADCONTATOS'     TO WS-LIM-ONDE(1)
      * O ID AUTOMATICO COMECA NO RADICAL 1000.
           IF WS-MAIOR-RADICAL > 999
               COMPUTE WS-LIM-USO(1) = WS-MAIOR-RADICAL - 999
           ELSE
               MOVE 0 TO WS-LIM-USO(1)
           END-IF
           MOVE 9000              TO WS-LIM-MAXIMO(1)
           MOVE 'B'               TO WS-LIM-MODO(1)

           MOVE 'REGISTROS NO MESTRE (ID 5 DIG. C/DV)'
               TO WS-LIM-NOME(2)
           MOVE 'CONTATOS'        TO WS-LIM-ONDE(2)
           MOVE WS-LIDOS          TO WS-LIM-USO(2)
           MOVE 9999              TO WS-LIM-MAXIMO(2)
           MOVE 'B'               TO WS-LIM-MODO(2)

           MOVE 'TABELA DE NOMES (CONTATOS ATIVOS)'
               TO WS-LIM-NOME(3)
           MOVE 'DUPNOME'         TO WS-LIM-ONDE(3)
           MOVE WS-ATIVOS         TO WS-LIM-USO(3)
           MOVE 500               TO WS-LIM-MAXIMO(3)
           MOVE 'B'               TO WS-LIM-MODO(3)

           MOVE 'TABELA DE TELEFONES (ATIVOS C/ TEL.)'
               TO WS-LIM-NOME(4)
           MOVE 'DUPTEL'          TO WS-LIM-ONDE(4)
           MOVE WS-ATIVOS-COM-TEL TO WS-LIM-USO(4)
           MOVE 500               TO WS-LIM-MAXIMO(4)
           MOVE 'P'               TO WS-LIM-MODO(4)

           MOVE 'TABELA DE UF'    TO WS-LIM-NOME(5)
           MOVE 'ESTATCONT'       TO WS-LIM-ONDE(5)
           MOVE WS-UF-QTD         TO WS-LIM-USO(5)
           MOVE 30                TO WS-LIM-MAXIMO(5)
           MOVE 'P'               TO WS-LIM-MODO(5)

           MOVE 'TABELA DE DDD'   TO WS-LIM-NOME(6)
           MOVE 'ESTATCONT'       TO WS-LIM-ONDE(6)
           MOVE WS-DDD-QTD        TO WS-LIM-USO(6)
           MOVE 99                TO WS-LIM-MAXIMO(6)
           MOVE 'P'               TO WS-LIM-MODO(6)

           MOVE 'TABELA DE NACIONALIDADES'
               TO WS-LIM-NOME(7)
           MOVE 'QUALCONT'        TO WS-LIM-ONDE(7)
           MOVE WS-QTD-NAC        TO WS-LIM-USO(7)
           MOVE 99                TO WS-LIM-MAXIMO(7)
           MOVE 'N'               TO WS-LIM-MODO(7)

           MOVE 'TABELA DE PROFISSOES'
               TO WS-LIM-NOME(8)
           MOVE 'QUALCONT'        TO WS-LIM-ONDE(8)
           MOVE WS-QTD-PROF       TO WS-LIM-USO(8)
           MOVE 99                TO WS-LIM-MAXIMO(8)
           MOVE 'N'               TO WS-LIM-MODO(8)

           MOVE 'SEQUENCIA DE TELEFONE POR CONTATO'
               TO WS-LIM-NOME(9)
           MOVE 'TELEFONES'       TO WS-LIM-ONDE(9)
           MOVE WS-MAIOR-SEQ-TEL  TO WS-LIM-USO(9)
           MOVE 99                TO WS-LIM-MAXIMO(9)
           MOVE 'N'               TO WS-LIM-MODO(9)

           MOVE 'SEQUENCIA DE NOTA POR CONTATO'
               TO WS-LIM-NOME(10)
           MOVE 'NOTAFILE'        TO WS-LIM-ONDE(10)
           MOVE WS-MAIOR-SEQ-NOTA TO WS-LIM-USO(10)
           MOVE 9999              TO WS-LIM-MAXIMO(10)
           MOVE 'N'               TO WS-LIM-MODO(10)

           MOVE 10 TO WS-QTD-LIMITES
           .
       P500-FIM.

       P600-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELCAPAC
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE CAPACIDADE (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELCAPAC
           STRING 'FOLGA DE CAPACIDADE - DATA DE PROCESSAMENTO '
                                              DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  INTO REG-RELCAPAC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELCAPAC
           IF WS-TEND-DIAS > 0
               MOVE WS-TEND-POR-DIA TO WS-TEND-ED
               STRING 'TENDENCIA DE ATIVOS (ESTATCONT): '
                                              DELIMITED BY SIZE
                      WS-TEND-ATIVOS-INI      DELIMITED BY SIZE
                      ' EM '                  DELIMITED BY SIZE
                      WS-TEND-DATA-INI        DELIMITED BY SIZE
                      ' -> '                  DELIMITED BY SIZE
                      WS-TEND-ATIVOS-FIM      DELIMITED BY SIZE
                      ' EM '                  DELIMITED BY SIZE
                      WS-TEND-DATA-FIM        DELIMITED BY SIZE
                      ' ('                    DELIMITED BY SIZE
                      WS-TEND-ED              DELIMITED BY SIZE
                      ' POR DIA)'             DELIMITED BY SIZE
                      INTO REG-RELCAPAC
               END-STRING
           ELSE
               STRING 'TENDENCIA DE ATIVOS: MENOS DE DUAS DATAS DO '
                                              DELIMITED BY SIZE
                      'ESTATCONT NO RUN-LOG. SEM PROJECAO.'
                                              DELIMITED BY SIZE
                      INTO REG-RELCAPAC
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELCAPAC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELCAPAC
           STRING 'LIMITE                               '
                                              DELIMITED BY SIZE
                  'PROGRAMA       USO  MAXIMO   USO%  '
                                              DELIMITED BY SIZE
                  'ESGOTAMENTO PREVISTO'      DELIMITED BY SIZE
                  INTO REG-RELCAPAC
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-LIM
           PERFORM P610-LISTAR-LIMITE THRU P610-FIM
               UNTIL WS-LIM > WS-QTD-LIMITES

           MOVE SPACES TO REG-RELCAPAC
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELCAPAC
           IF WS-QT-ALERTAS = 0
               MOVE 'NENHUM LIMITE ACIMA DE 80%.' TO REG-RELCAPAC
           ELSE
               STRING 'LIMITES ACIMA DE 80%: '  DELIMITED BY SIZE
                      WS-QT-ALERTAS             DELIMITED BY SIZE
                      ' - PLANEJAR A AMPLIACAO.' DELIMITED BY SIZE
                      INTO REG-RELCAPAC
               END-STRING
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELCAPAC
               MOVE 'RELCAPAC'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELCAPAC-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P600-FIM.

       P610-LISTAR-LIMITE.
           COMPUTE WS-PERCENTUAL ROUNDED =
               WS-LIM-USO(WS-LIM) * 100 / WS-LIM-MAXIMO(WS-LIM)
               ON SIZE ERROR
                   MOVE 999,9 TO WS-PERCENTUAL
           END-COMPUTE
           PERFORM P620-PROJETAR THRU P620-FIM

           MOVE WS-LIM-USO(WS-LIM)    TO WS-USO-ED
           MOVE WS-LIM-MAXIMO(WS-LIM) TO WS-MAX-ED
           MOVE WS-PERCENTUAL         TO WS-PERC-ED
           MOVE SPACES TO REG-RELCAPAC
           STRING WS-LIM-NOME(WS-LIM)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-LIM-ONDE(WS-LIM)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-USO-ED             DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-MAX-ED             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PERC-ED            DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PROJECAO           DELIMITED BY SIZE
                  INTO REG-RELCAPAC
           END-STRING
           IF WS-PERCENTUAL > 80
               ADD 1 TO WS-QT-ALERTAS
               MOVE '*** ACIMA DE 80%' TO REG-RELCAPAC(111:16)
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-LIM
           .
       P610-FIM.

      * DIAS ATE O ESGOTAMENTO = FOLGA / CRESCIMENTO POR DIA, ONDE O
      * CRESCIMENTO E O DA BASE ('B') OU O DA BASE NA PROPORCAO DO
      * USO ATUAL SOBRE OS ATIVOS ('P').
       P620-PROJETAR.
           MOVE SPACES TO WS-PROJECAO
           IF WS-LIM-USO(WS-LIM) NOT < WS-LIM-MAXIMO(WS-LIM)
               MOVE 'ESGOTADO' TO WS-PROJECAO
               GO TO P620-FIM
           END-IF
           IF WS-LIM-MODO(WS-LIM) = 'N'
               MOVE 'NAO SEGUE A BASE' TO WS-PROJECAO
               GO TO P620-FIM
           END-IF
           IF WS-TEND-DIAS = 0
               MOVE 'SEM HISTORICO' TO WS-PROJECAO
               GO TO P620-FIM
           END-IF
           IF WS-TEND-POR-DIA NOT > 0
               MOVE 'SEM CRESCIMENTO' TO WS-PROJECAO
               GO TO P620-FIM
           END-IF

           IF WS-LIM-MODO(WS-LIM) = 'B'
               MOVE WS-TEND-POR-DIA TO WS-CRESC-DIA
           ELSE
               IF WS-ATIVOS = 0 OR WS-LIM-USO(WS-LIM) = 0
                   MOVE 'SEM CRESCIMENTO' TO WS-PROJECAO
                   GO TO P620-FIM
               END-IF
               COMPUTE WS-CRESC-DIA ROUNDED =
                   WS-TEND-POR-DIA * WS-LIM-USO(WS-LIM) / WS-ATIVOS
           END-IF
           IF WS-CRESC-DIA = 0
               MOVE 'SEM CRESCIMENTO' TO WS-PROJECAO
               GO TO P620-FIM
           END-IF

           COMPUTE WS-DIAS-RESTAM =
               (WS-LIM-MAXIMO(WS-LIM) - WS-LIM-USO(WS-LIM))
               / WS-CRESC-DIA
               ON SIZE ERROR
                   MOVE 999999999 TO WS-DIAS-RESTAM
           END-COMPUTE
           IF WS-DIAS-RESTAM > 3650
               MOVE 'MAIS DE 10 ANOS' TO WS-PROJECAO
               GO TO P620-FIM
           END-IF
           COMPUTE WS-DATA-ESGOTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               + WS-DIAS-RESTAM)
           STRING WS-DATA-ESGOTA(7:2)  DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-ESGOTA(5:2)  DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-ESGOTA(1:4)  DELIMITED BY SIZE
                  INTO WS-PROJECAO
           END-STRING
           .
       P620-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELCAPAC
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELCAPAC TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CAPACREL.
