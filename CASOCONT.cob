      *          CODIGO DE DISPOSICAO (COM DATA E HORA) OU DEVOLVE
      *          PARA A FILA. RESOLVER UM CASO DE DUPLICATA ENTREGA
      *          DIRETO NO MERGECONT COM O PAR JA PREENCHIDO
      *          (MERGE_ID1/MERGE_ID2 NO AMBIENTE). O CASO DE TRIAGEM
      *          PEP/SANCOES SO E RESOLVIDO PELO SUPERVISOR, QUE
      *          CONFIRMA OU LIBERA A CORRESPONDENCIA; A DECISAO VAI
      *          DIRETO PARA A MARCA DO CONTATO, COM JORNAL. O CASO DE
      *          ACORDO DE PARCELAMENTO ROMPIDO (ROMPACOR) TAMBEM E
      *          RESOLVIDO SO PELO SUPERVISOR. O ARQUIVO E CARREGADO
      *          EM MEMORIA E REGRAVADO INTEIRO, NO MOLDE DO MANUTTAB.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS WS-FS2.

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
       FD CASOFILA.
          COPY CASOFILA.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.

      * PERFIL DO OPERADOR ASSINADO NO MENUCONT: O CASO DE TRIAGEM
      * PEP/SANCOES E O DE ACORDO ROMPIDO SAO DECIDIDOS SO PELO
      * SUPERVISOR.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
          88 PERFIL-SUPERVISOR      VALUE 'S'.
       77 WS-DECISAO                PIC X(01) VALUE SPACES.
          88 DECISAO-CONFIRMA       VALUE 'C'.
          88 DECISAO-LIBERA         VALUE 'L'.
       77 WS-TRIAGEM-OK             PIC X VALUE 'N'.
          88 TRIAGEM-OK             VALUE 'S' FALSE 'N'.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS2                    PIC X(04) VALUE SPACES.

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

      * COPIA EM MEMORIA DA FILA (REGRAVADA INTEIRA A CADA
      * DECISAO, COMO NO MANUTTAB).
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           MOVE WS-OPERADOR TO WS-JOR-OPERADOR

           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR-PERFIL   FROM ENVIRONMENT-VALUE

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

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

           .
       P400-FIM.

      * CASO ABERTO COM OPERADOR NASCEU DESIGNADO AO GERENTE DE
      * CONTAS DO CONTATO (VEJA GRAVCASO.cpy); QUALQUER UM AINDA
      * PODE TOMA-LO.
       P410-LISTAR-CASO.
           MOVE WS-CASO(WS-IDX) TO REG-CASOFILA
           IF CAS-ABERTO OR CAS-TOMADO
               DISPLAY 'CASO ' CAS-SEQUENCIA ' TIPO ' CAS-TIPO
                   ' CONTATO ' CAS-ID-CONTATO ' PAR ' CAS-ID-PAR
                   ' DESDE ' CAS-DT-ABERTURA ' SIT ' CAS-SITUACAO
                   ' ' CAS-OPERADOR
                   ' ' FUNCTION TRIM(CAS-DETALHE)
           END-IF
           SET WS-IDX UP BY 1
               CALL 'MERGECONT'
           END-IF

      * TITULAR FALECIDO: O CONTATO JA ESTA SUPRIMIDO DAS TIRAGENS;
      * A EXCLUSAO E FEITA NO EXCLUIRCONT COM O MOTIVO DO DETALHE.
           IF CAS-TIPO-OBITO
               DISPLAY 'EXCLUA O CONTATO ' CAS-ID-CONTATO
                       ' NO EXCLUIRCONT COM O ' CAS-DETALHE
           END-IF

      * ACORDO ROMPIDO: O SALDO DO ACORDO VOLTOU A VENCIDO; CABE AO
      * SUPERVISOR DECIDIR A COBRANCA (NOVO ACORDO, AJUSTE OU BAIXA).
           IF CAS-TIPO-ACORDO
               IF NOT PERFIL-SUPERVISOR
                   DISPLAY 'CASO DE ACORDO ROMPIDO: DECISAO '
                       'EXCLUSIVA DO PERFIL SUPERVISOR.'
                   GO TO P600-FIM
               END-IF
               DISPLAY 'ACORDO ROMPIDO: ' CAS-DETALHE
           END-IF

      * TRIAGEM PEP/SANCOES: A DISPOSICAO E A PROPRIA DECISAO DO
      * SUPERVISOR ('CF' CONFIRMADA, 'LB' LIBERADA).
           IF CAS-TIPO-TRIAGEM
               PERFORM P650-DECIDIR-TRIAGEM THRU P650-FIM
               IF NOT TRIAGEM-OK
                   GO TO P600-FIM
               END-IF
           ELSE
               DISPLAY 'INFORME O CODIGO DE DISPOSICAO (2 '
                       'CARACTERES): '
               MOVE SPACES TO WS-DISPOSICAO
               ACCEPT WS-DISPOSICAO
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           .
       P600-FIM.

       P650-DECIDIR-TRIAGEM.
           SET TRIAGEM-OK TO FALSE
           IF NOT PERFIL-SUPERVISOR
               DISPLAY 'CASO DE TRIAGEM PEP/SANCOES: DECISAO '
                   'EXCLUSIVA DO PERFIL SUPERVISOR.'
               GO TO P650-FIM
           END-IF
           DISPLAY 'CONTATO ' CAS-ID-CONTATO ': ' CAS-DETALHE
           DISPLAY 'CONFIRMA A CORRESPONDENCIA (C) OU LIBERA O '
                   'CONTATO (L)? '
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO
           IF NOT DECISAO-CONFIRMA AND NOT DECISAO-LIBERA
               DISPLAY 'DECISAO INVALIDA. CASO NAO RESOLVIDO.'
               GO TO P650-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P650-FIM
           END-IF
           MOVE CAS-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO ' CAS-ID-CONTATO
                       ' NAO ENCONTRADO. CASO NAO RESOLVIDO.'
                   CLOSE CONTATOS
                   GO TO P650-FIM
           END-READ

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE REG-CONTATOS TO WS-JOR-ANTES
           IF DECISAO-CONFIRMA
               MOVE 'C'  TO IND-TRIAGEM-PEP
               MOVE 'CF' TO WS-DISPOSICAO
           ELSE
               MOVE 'L'  TO IND-TRIAGEM-PEP
               MOVE 'LB' TO WS-DISPOSICAO
           END-IF
           MOVE WS-DATA-SISTEMA TO DT-TRIAGEM-PEP
           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO REGRAVAR O CONTATO (FS=' WS-FS
                   '). CASO NAO RESOLVIDO.'
               CLOSE CONTATOS
               GO TO P650-FIM
           END-IF
           UNLOCK CONTATOS

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'TRIAGEMPEP'    TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR.
           CLOSE CONTATOS

           IF DECISAO-CONFIRMA
               DISPLAY 'CORRESPONDENCIA CONFIRMADA: CONTATO RETIDO '
                   'DOS EXTRATOS DE PARCEIRO.'
           ELSE
               DISPLAY 'CONTATO LIBERADO PARA OS EXTRATOS DE '
                   'PARCEIRO.'
           END-IF
           SET TRIAGEM-OK TO TRUE
           .
       P650-FIM.

       P700-DEVOLVER.
           PERFORM P450-ESCOLHE-CASO THRU P450-FIM
           IF NOT ACHADO-OK
