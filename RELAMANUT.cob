      *          IDS NO MESTRE E GRAVA O VINCULO NAS DUAS DIRECOES
      *          (COM O TIPO INVERSO NO ESPELHO); A EXCLUSAO REMOVE
      *          AS DUAS PONTAS. O CONSCONT LISTA OS VINCULOS NA
      *          FICHA DE QUALQUER DAS PONTAS. PARA O CONTATO MENOR
      *          DE 18 ANOS, REGISTRA TAMBEM O CONSENTIMENTO DO
      *          RESPONSAVEL (LGPD, VEJA CONSRESP.cpy): VINCULA O
      *          ADULTO COMO RESPONSAVEL, GUARDA A DATA DO
      *          CONSENTIMENTO E LIBERA O MENOR (IND-MENOR 'A') PARA
      *          AS TIRAGENS. EXCLUIR O VINCULO DESFAZ O REGISTRO E O
      *          MENOR VOLTA A FICAR RETIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONSRESP ASSIGN TO DYNAMIC
               WS-CONSRESP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RSP-ID-MENOR
               FILE STATUS IS WS-FS-RSP.

               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.
               SELECT JORSEQ ASSIGN TO DYNAMIC
               WS-JORSEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CONSRESP.
          COPY CONSRESP.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-RELAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAFILE.DAT'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

       77 WS-CONSRESP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONSRESP.DAT'.
       77 WS-FS-RSP                 PIC 99.
          88 FS-RSP-OK              VALUE 0.
          88 FS-RSP-NAO-EXISTE      VALUE 35.

       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-JOR-OPERACAO           PIC X(10).
       77 WS-JOR-ANTES              PIC X(400) VALUE SPACES.
       77 WS-JOR-DEPOIS             PIC X(400) VALUE SPACES.
       77 WS-JOR-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-JORSEQ-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-JOR-CHECK              PIC 9(09) VALUE ZEROES.
       77 WS-JOR-IDX                PIC 9(03) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * CONSENTIMENTO DO RESPONSAVEL PELO MENOR (VEJA CONSRESP.cpy).
       01 WS-DT-CONSENTIMENTO       PIC 9(08) VALUE ZEROES.
       01 WS-DT-CONS-R REDEFINES WS-DT-CONSENTIMENTO.
           03 WS-DTC-ANO            PIC 9(04).
           03 WS-DTC-MES            PIC 9(02).
           03 WS-DTC-DIA            PIC 9(02).
       77 WS-ID-MENOR               PIC 9(05) VALUE ZEROES.
       77 WS-ID-RESPONSAVEL         PIC 9(05) VALUE ZEROES.

       77 WS-OPCAO                  PIC 9(01) VALUE ZEROES.
       77 WS-ID-UM                  PIC 9(05) VALUE ZEROES.
       77 WS-ID-DOIS                PIC 9(05) VALUE ZEROES.
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CONSRESP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONSRESP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONSRESP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONSRESP.DAT'
                   TO WS-CONSRESP-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

      * CODIGO DO OPERADOR ASSINADO NO MENUCONT, CARIMBADO EM CADA
      * ENTRADA DO JORNAL (VEJA JORNAL.cpy).
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'JORSEQ_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORSEQ-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORSEQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF
           .
       P100-FIM.

           DISPLAY '1 - INCLUIR VINCULO'
           DISPLAY '2 - LISTAR VINCULOS DE UM CONTATO'
           DISPLAY '3 - EXCLUIR VINCULO'
           DISPLAY '4 - CONSENTIMENTO DO RESPONSAVEL POR MENOR'
           DISPLAY '5 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO

               WHEN 3
                   PERFORM P500-EXCLUIR THRU P500-FIM
               WHEN 4
                   PERFORM P600-CONSENTIMENTO THRU P600-FIM
               WHEN 5
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-DELETE

           CLOSE RELAFILE

      * SE O PAR ERA MENOR E RESPONSAVEL, O CONSENTIMENTO CAI COM O
      * VINCULO, NAS DUAS LEITURAS POSSIVEIS DO PAR.
           MOVE WS-ID-UM   TO WS-ID-MENOR
           MOVE WS-ID-DOIS TO WS-ID-RESPONSAVEL
           PERFORM P650-DESFAZER-CONSENTIMENTO THRU P650-FIM
           MOVE WS-ID-DOIS TO WS-ID-MENOR
           MOVE WS-ID-UM   TO WS-ID-RESPONSAVEL
           PERFORM P650-DESFAZER-CONSENTIMENTO THRU P650-FIM
           .
       P500-FIM.

      * CONSENTIMENTO DO RESPONSAVEL (LGPD): O MENOR SO SAI DA
      * RETENCAO COM UM ADULTO VINCULADO COMO RESPONSAVEL E A DATA
      * EM QUE ELE CONSENTIU. O VINCULO 'D'/'R' E GRAVADO AQUI MESMO
      * SE AINDA NAO EXISTIR.
       P600-CONSENTIMENTO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY 'INFORME O ID DO CONTATO MENOR: '
           ACCEPT WS-ID-MENOR
           DISPLAY 'INFORME O ID DO RESPONSAVEL: '
           ACCEPT WS-ID-RESPONSAVEL
           IF WS-ID-MENOR = WS-ID-RESPONSAVEL
               DISPLAY 'OS DOIS IDS SAO IGUAIS. NADA A REGISTRAR.'
               GO TO P600-FIM
           END-IF

      * O RESPONSAVEL TEM DE SER PESSOA FISICA ATIVA COM MAIORIDADE
      * PROVADA PELA DATA DE NASCIMENTO.
           MOVE WS-ID-RESPONSAVEL TO ID-CONTATO
           PERFORM P350-CONFERE-CONTATO THRU P350-FIM
           IF NOT CONTATO-OK
               DISPLAY 'RESPONSAVEL NAO ENCONTRADO OU EXCLUIDO.'
               GO TO P600-FIM
           END-IF
           IF PESSOA-JURIDICA OR DT-NASCIMENTO = 0
                   OR DT-NASCIMENTO + 180000 > WS-DATA-SISTEMA
               DISPLAY 'O RESPONSAVEL PRECISA SER PESSOA FISICA '
                   'MAIOR DE 18 ANOS COM NASCIMENTO INFORMADO.'
               GO TO P600-FIM
           END-IF
           MOVE NM-CONTATO TO WS-NOME-DOIS

           DISPLAY 'DATA DO CONSENTIMENTO DO RESPONSAVEL (AAAAMMDD): '
           MOVE 0 TO WS-DT-CONSENTIMENTO
           ACCEPT WS-DT-CONSENTIMENTO
           IF WS-DT-CONSENTIMENTO = 0
                   OR WS-DT-CONSENTIMENTO > WS-DATA-SISTEMA
                   OR WS-DTC-MES < 1 OR WS-DTC-MES > 12
                   OR WS-DTC-DIA < 1 OR WS-DTC-DIA > 31
               DISPLAY 'DATA DE CONSENTIMENTO INVALIDA.'
               GO TO P600-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P600-FIM
           END-IF
           MOVE WS-ID-MENOR TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO MENOR NAO ENCONTRADO.'
                   CLOSE CONTATOS
                   GO TO P600-FIM
           END-READ
           IF CONTATO-EXCLUIDO
               DISPLAY 'CONTATO EXCLUIDO. NADA A REGISTRAR.'
               CLOSE CONTATOS
               GO TO P600-FIM
           END-IF
           IF DT-NASCIMENTO = 0
                   OR DT-NASCIMENTO + 180000 NOT > WS-DATA-SISTEMA
               DISPLAY 'O CONTATO NAO E MENOR DE 18 ANOS '
                   '(NASCIMENTO ' DT-NASCIMENTO ').'
               CLOSE CONTATOS
               GO TO P600-FIM
           END-IF
           MOVE NM-CONTATO TO WS-NOME-UM

           PERFORM P610-GARANTIR-VINCULO THRU P610-FIM
           IF NOT CONTATO-OK
               CLOSE CONTATOS
               GO TO P600-FIM
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN I-O CONSRESP
           IF FS-RSP-NAO-EXISTE
               OPEN OUTPUT CONSRESP
               CLOSE CONSRESP
               OPEN I-O CONSRESP
           END-IF
           IF NOT FS-RSP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONSENTIMENTOS '
                   '(FS=' WS-FS-RSP ').'
               CLOSE CONTATOS
               GO TO P600-FIM
           END-IF
           MOVE WS-ID-MENOR         TO RSP-ID-MENOR
           MOVE WS-ID-RESPONSAVEL   TO RSP-ID-RESPONSAVEL
           MOVE WS-DT-CONSENTIMENTO TO RSP-DT-CONSENTIMENTO
           MOVE WS-DATA-SISTEMA     TO RSP-DT-REGISTRO
           MOVE WS-JOR-OPERADOR     TO RSP-OPERADOR
           WRITE REG-CONSRESP
               INVALID KEY
      * TROCA DE RESPONSAVEL OU NOVO CONSENTIMENTO: VALE O ULTIMO.
                   REWRITE REG-CONSRESP
           END-WRITE
           CLOSE CONSRESP

           MOVE REG-CONTATOS    TO WS-JOR-ANTES
           MOVE 'A'             TO IND-MENOR
           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO REGRAVAR O CONTATO (FS=' WS-FS ').'
               CLOSE CONTATOS
               GO TO P600-FIM
           END-IF
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'CONSRESP'      TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR.
           CLOSE CONTATOS

           DISPLAY 'CONSENTIMENTO REGISTRADO: '
               FUNCTION TRIM(WS-NOME-UM) ' (MENOR) <- '
               FUNCTION TRIM(WS-NOME-DOIS) ' (RESPONSAVEL).'
           DISPLAY 'O MENOR ESTA LIBERADO PARA TIRAGENS E CAMPANHAS.'
           .
       P600-FIM.

      * GRAVA O PAR DEPENDENTE/RESPONSAVEL NAS DUAS DIRECOES, SE
      * AINDA NAO EXISTIR; OUTRO TIPO DE VINCULO NO MESMO PAR
      * IMPEDE O REGISTRO.
       P610-GARANTIR-VINCULO.
           SET CONTATO-OK TO FALSE
           SET FS-REL-OK TO TRUE
           OPEN I-O RELAFILE
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS (FS='
                       WS-FS-REL ').'
               GO TO P610-FIM
           END-IF

           MOVE WS-ID-MENOR       TO REL-ID-UM
           MOVE WS-ID-RESPONSAVEL TO REL-ID-DOIS
           READ RELAFILE KEY IS REL-CHAVE
               INVALID KEY
                   MOVE 'D' TO REL-TIPO
                   WRITE REG-RELACONT
                   MOVE WS-ID-RESPONSAVEL TO REL-ID-UM
                   MOVE WS-ID-MENOR       TO REL-ID-DOIS
                   MOVE 'R' TO REL-TIPO
                   WRITE REG-RELACONT
                       INVALID KEY
                           DISPLAY 'ESPELHO DO VINCULO JA EXISTIA.'
                   END-WRITE
                   DISPLAY 'VINCULO RESPONSAVEL/DEPENDENTE GRAVADO.'
                   SET CONTATO-OK TO TRUE
               NOT INVALID KEY
                   IF REL-DEPENDENTE
                       SET CONTATO-OK TO TRUE
                   ELSE
                       DISPLAY 'O PAR JA TEM OUTRO TIPO DE VINCULO ('
                           REL-TIPO '). EXCLUA-O ANTES.'
                   END-IF
           END-READ
           CLOSE RELAFILE
           .
       P610-FIM.

      * DESFAZ O CONSENTIMENTO DE WS-ID-MENOR SE ELE ESTAVA EM NOME
      * DE WS-ID-RESPONSAVEL; O MENOR VOLTA A FICAR RETIDO.
       P650-DESFAZER-CONSENTIMENTO.
           SET FS-RSP-OK TO TRUE
           OPEN I-O CONSRESP
           IF NOT FS-RSP-OK
               GO TO P650-FIM
           END-IF
           MOVE WS-ID-MENOR TO RSP-ID-MENOR
           READ CONSRESP KEY IS RSP-ID-MENOR
               INVALID KEY
                   CLOSE CONSRESP
                   GO TO P650-FIM
           END-READ
           IF RSP-ID-RESPONSAVEL NOT = WS-ID-RESPONSAVEL
               CLOSE CONSRESP
               GO TO P650-FIM
           END-IF
           DELETE CONSRESP
           CLOSE CONSRESP
           DISPLAY 'CONSENTIMENTO DO RESPONSAVEL DESFEITO.'

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P650-FIM
           END-IF
           MOVE WS-ID-MENOR TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   CLOSE CONTATOS
                   GO TO P650-FIM
           END-READ
           IF MENOR-AUTORIZADO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE REG-CONTATOS    TO WS-JOR-ANTES
               MOVE 'P'             TO IND-MENOR
               MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
               REWRITE REG-CONTATOS
               IF FS-OK
                   ACCEPT WS-HORA-SISTEMA FROM TIME
                   MOVE 'CONSRESP'      TO WS-JOR-OPERACAO
                   MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
                   COPY GRAVAJOR.
                   DISPLAY 'CONTATO ' WS-ID-MENOR ' VOLTA A FICAR '
                       'RETIDO DAS TIRAGENS E CAMPANHAS.'
               END-IF
           END-IF
           CLOSE CONTATOS
           .
       P650-FIM.

       P900-FIM.
            GOBACK.

