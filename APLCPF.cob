      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: APLICACAO DO RETORNO DA CONSULTA DE SITUACAO
      *          CADASTRAL DOS CPFS NO BUREAU DA RECEITA: RECUSA UM
      *          RETORNO CUJO HEADER NAO CASE COM UMA REMESSA
      *          REGISTRADA (E AINDA NAO APLICADA) NO CADASTRO
      *          CPFSUB DO EXPCPF, OU CUJO TRAILER NAO FECHE COM A
      *          CONTAGEM DE DETALHES. CARIMBA CADA CONTATO COM A
      *          SITUACAO E A DATA DA CONSULTA (IND-SITUACAO-CPF E
      *          DT-VERIF-CPF, COM ENTRADA NO JORNAL). O TITULAR
      *          FALECIDO PASSA A SER SUPRIMIDO DAS TIRAGENS E VAI
      *          PARA A FILA DE CASOS (CASOFILA) PARA EXCLUSAO COM O
      *          MOTIVO DE OBITO DA MOTTAB; AS DEMAIS SITUACOES
      *          IRREGULARES SAEM NO RELATORIO DE REVISAO (RELCPF).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLCPF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS WS-FS2.

               SELECT RETORNO ASSIGN TO DYNAMIC
               WS-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT CPFSUB ASSIGN TO DYNAMIC
               WS-CPFSUB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUB.

               SELECT MOTTAB ASSIGN TO DYNAMIC
               WS-MOTTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOT.

               SELECT RELCPF ASSIGN TO DYNAMIC
               WS-RELCPF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT CASOFILA ASSIGN TO DYNAMIC
               WS-CASOFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

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

      * RETORNO DO BUREAU (VEJA EXPCPF): 'H' + NUMERO + DATA; 'D' +
      * ID + CPF + SITUACAO + DATA DA CONSULTA + DATA DO OBITO
      * (ZEROS QUANDO NAO SE APLICA); 'T' + CONTAGEM DE DETALHES.
       FD RETORNO.
       01 REG-RETORNO.
           03 RET-TIPO               PIC X(01).
               88 RET-HEADER             VALUE 'H'.
               88 RET-DETALHE            VALUE 'D'.
               88 RET-TRAILER            VALUE 'T'.
           03 RET-RESTO              PIC X(79).
       01 RET-VISAO-HEADER REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-NUMERO             PIC 9(10).
           03 RET-DATA               PIC 9(08).
           03 FILLER                 PIC X(61).
       01 RET-VISAO-DETALHE REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-ID-CONTATO         PIC 9(05).
           03 RET-CPF                PIC 9(11).
           03 RET-SITUACAO           PIC X(01).
               88 RET-SITUACAO-VALIDA    VALUES 'R' 'S' 'P' 'C'
                                                'N' 'I' 'O'.
               88 RET-REGULAR            VALUE 'R'.
               88 RET-FALECIDO           VALUE 'O'.
           03 RET-DT-CONSULTA        PIC 9(08).
           03 RET-DT-OBITO           PIC 9(08).
           03 FILLER                 PIC X(46).
       01 RET-VISAO-TRAILER REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-QTD-DETALHES       PIC 9(05).
           03 FILLER                 PIC X(74).

       FD CPFSUB.
       01 REG-CPFSUB.
           03 SUB-NUMERO             PIC 9(10).
           03 SUB-DATA               PIC 9(08).
           03 SUB-DETALHES           PIC 9(05).
           03 SUB-SITUACAO           PIC X(01).
               88 SUB-ENVIADA            VALUE 'E'.
               88 SUB-APLICADA           VALUE 'A'.

      * TABELA DE MOTIVOS DE EXCLUSAO, MANTIDA PELO MANUTTAB.
       FD MOTTAB.
       01 REG-MOTTAB.
           03 MOTTAB-COD                PIC 9(02).
           03 MOTTAB-DESC               PIC X(20).
           03 MOTTAB-ATIVO              PIC X(01).
               88 MOTTAB-DESATIVADO         VALUE 'N'.

       FD RELCPF.
       01 REG-RELCPF                PIC X(100).

       FD CASOFILA.
          COPY CASOFILA.

       FD CONTCOMP.
          COPY CONTCOMP.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-RETORNO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CPFRET.TXT'.
       77 WS-CPFSUB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CPFSUB.TXT'.
       77 WS-MOTTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\MOTTAB.TXT'.
       77 WS-RELCPF-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCPF.TXT'.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS2                    PIC X(04) VALUE SPACES.
       77 WS-FS-RET                 PIC 99.
          88 FS-RET-OK              VALUE 0.
       77 WS-FS-SUB                 PIC 99.
          88 FS-SUB-OK              VALUE 0.
       77 WS-FS-MOT                 PIC 99.
          88 FS-MOT-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

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

      * FILA DE CASOS (VEJA GRAVCASO.cpy).
       77 WS-FS-CAS                 PIC 99.
          88 FS-CAS-OK              VALUE 0.
       77 WS-CAS-TIPO               PIC X(01).
       77 WS-CAS-ID                 PIC 9(05).
       77 WS-CAS-PAR                PIC 9(05).
       77 WS-CAS-DETALHE            PIC X(24).
       77 WS-CAS-SEQ                PIC 9(06) VALUE ZEROES.
       77 WS-CAS-DATA               PIC 9(08).
       77 WS-CAS-EOF                PIC X.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-REMESSA-VALIDA         PIC X VALUE 'N'.
          88 REMESSA-VALIDA         VALUE 'S' FALSE 'N'.
       77 WS-NUMERO-RETORNO         PIC 9(10) VALUE ZEROES.
       77 WS-TEM-TRAILER            PIC X VALUE 'N'.
          88 TEM-TRAILER            VALUE 'S' FALSE 'N'.
       77 WS-QTD-TRAILER            PIC 9(05) VALUE ZEROES.
       77 WS-QTD-CONTADA            PIC 9(05) VALUE ZEROES.

      * MOTIVO DE EXCLUSAO POR OBITO: MOTIVO_OBITO NO AMBIENTE OU,
      * NA FALTA DELE, O PRIMEIRO MOTIVO ATIVO DA MOTTAB CUJA
      * DESCRICAO FALE EM OBITO OU FALECIMENTO.
       77 WS-MOTIVO-TXT             PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-OBITO           PIC 9(02) VALUE ZEROES.
       77 WS-MOTIVO-DESC            PIC X(20) VALUE SPACES.
       77 WS-MOTIVO-ACHADO          PIC X VALUE 'N'.
          88 MOTIVO-ACHADO          VALUE 'S' FALSE 'N'.
       77 WS-OCORRENCIAS            PIC 9(03) VALUE ZEROES.

       77 WS-SITUACAO-ANTES         PIC X(01) VALUE SPACES.
       77 WS-SITUACAO-NOME          PIC X(22) VALUE SPACES.
       77 WS-OBSERVACAO             PIC X(30) VALUE SPACES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-REGULARES              PIC 9(05) VALUE ZEROES.
       77 WS-IRREGULARES            PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-CASOS-ABERTOS          PIC 9(05) VALUE ZEROES.
       77 WS-CPF-DIVERGENTE         PIC 9(05) VALUE ZEROES.
       77 WS-SITUACAO-INVALIDA      PIC 9(05) VALUE ZEROES.
       77 WS-NAO-ENCONTRADOS        PIC 9(05) VALUE ZEROES.
       77 WS-LINHAS-REL             PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** APLICACAO DO RETORNO DE SITUACAO DO CPF ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-MOTIVO-OBITO THRU P150-FIM
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CPFRET_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETORNO-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RETORNO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CPFRET.TXT'
                   TO WS-RETORNO-PATH
           END-IF

           DISPLAY 'CPFSUB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CPFSUB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CPFSUB-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CPFSUB.TXT'
                   TO WS-CPFSUB-PATH
           END-IF

           DISPLAY 'MOTTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-MOTTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-MOTTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\MOTTAB.TXT' TO WS-MOTTAB-PATH
           END-IF

           DISPLAY 'RELCPF_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCPF-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCPF-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCPF.TXT'
                   TO WS-RELCPF-PATH
           END-IF

           DISPLAY 'CASOFILA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CASOFILA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CASOFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'
                   TO WS-CASOFILA-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
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

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

      * O MOTIVO DE OBITO PRECISA EXISTIR ATIVO NA MOTTAB; SEM ELE
      * O CASO E ABERTO ASSIM MESMO (MOTIVO 00) E A RODADA TERMINA
      * COM AVISO, PARA O SUPERVISOR CADASTRAR O MOTIVO.
       P150-MOTIVO-OBITO.
           DISPLAY 'MOTIVO_OBITO'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-MOTIVO-TXT        FROM ENVIRONMENT-VALUE
           IF WS-MOTIVO-TXT NUMERIC
               MOVE WS-MOTIVO-TXT TO WS-MOTIVO-OBITO
           ELSE
               MOVE 0 TO WS-MOTIVO-OBITO
           END-IF

           SET MOTIVO-ACHADO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-MOT-OK TO TRUE
           OPEN INPUT MOTTAB
           IF FS-MOT-OK
               PERFORM P160-CONFERE-MOTIVO THRU P160-FIM
                   UNTIL EOF-OK OR MOTIVO-ACHADO
               CLOSE MOTTAB
           END-IF
           SET EOF-OK TO FALSE

           IF MOTIVO-ACHADO
               DISPLAY 'MOTIVO DE EXCLUSAO POR OBITO: '
                   WS-MOTIVO-OBITO ' ' WS-MOTIVO-DESC
           ELSE
               DISPLAY 'ATENCAO: MOTIVO DE OBITO NAO ENCONTRADO NA '
                   'MOTTAB. CADASTRE O MOTIVO OU INFORME '
                   'MOTIVO_OBITO.'
               MOVE 0 TO WS-MOTIVO-OBITO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       P150-FIM.

       P160-CONFERE-MOTIVO.
           READ MOTTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P160-FIM
           END-READ
           IF MOTTAB-DESATIVADO
               GO TO P160-FIM
           END-IF
           IF WS-MOTIVO-OBITO NOT = 0
               IF MOTTAB-COD = WS-MOTIVO-OBITO
                   MOVE MOTTAB-DESC TO WS-MOTIVO-DESC
                   SET MOTIVO-ACHADO TO TRUE
               END-IF
               GO TO P160-FIM
           END-IF
           MOVE 0 TO WS-OCORRENCIAS
           INSPECT MOTTAB-DESC TALLYING WS-OCORRENCIAS
               FOR ALL 'OBITO' ALL 'FALEC'
           IF WS-OCORRENCIAS > 0
               MOVE MOTTAB-COD  TO WS-MOTIVO-OBITO
               MOVE MOTTAB-DESC TO WS-MOTIVO-DESC
               SET MOTIVO-ACHADO TO TRUE
           END-IF
           .
       P160-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE
           SET FS-RET-OK TO TRUE

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK
               DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO (FS='
                       WS-FS-RET ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

      * O PRIMEIRO REGISTRO TEM QUE SER O HEADER DE UMA REMESSA
      * REGISTRADA (E AINDA NAO APLICADA) NO CADASTRO CPFSUB.
           READ RETORNO
               AT END
                   DISPLAY 'ARQUIVO DE RETORNO VAZIO.'
                   CLOSE RETORNO
                   GO TO P200-FIM
           END-READ
           IF NOT RET-HEADER
               DISPLAY 'RETORNO SEM HEADER. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF
           MOVE RET-NUMERO TO WS-NUMERO-RETORNO
           PERFORM P250-CONFERE-REMESSA THRU P250-FIM
           IF NOT REMESSA-VALIDA
               DISPLAY 'HEADER ' WS-NUMERO-RETORNO ' NAO CASA COM '
                   'NENHUMA REMESSA ENVIADA E PENDENTE. ARQUIVO '
                   'RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

      * ANTES DE TOCAR NO MESTRE, O TRAILER TEM QUE FECHAR COM A
      * CONTAGEM DE DETALHES: ARQUIVO TRUNCADO NAO E APLICADO PELA
      * METADE.
           PERFORM P270-CONFERE-TRAILER THRU P270-FIM
               UNTIL EOF-OK
           CLOSE RETORNO
           SET EOF-OK TO FALSE
           IF NOT TEM-TRAILER OR WS-QTD-TRAILER NOT = WS-QTD-CONTADA
               DISPLAY 'TRAILER AUSENTE OU DIVERGENTE (TRAILER '
                   WS-QTD-TRAILER ', DETALHES ' WS-QTD-CONTADA
                   '). ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           OPEN INPUT RETORNO
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
           END-READ

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.

               MOVE 8 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELCPF
           IF FS-REL-OK
               MOVE SPACES TO REG-RELCPF
               STRING 'CPFS EM SITUACAO IRREGULAR - REMESSA '
                          DELIMITED BY SIZE
                      WS-NUMERO-RETORNO DELIMITED BY SIZE
                   INTO REG-RELCPF
               WRITE REG-RELCPF
               MOVE 'ID    CPF         SITUACAO               NOME'
                   TO REG-RELCPF
               WRITE REG-RELCPF
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE REVISAO (FS='
                       WS-FS-REL ').'
           END-IF

           PERFORM P300-APLICAR-DETALHE THRU P300-FIM
               UNTIL EOF-OK

           CLOSE CONTATOS
           CLOSE RETORNO
           IF FS-REL-OK
               IF WS-LINHAS-REL = 0
                   MOVE 'NENHUM CPF IRREGULAR NESTE RETORNO.'
                       TO REG-RELCPF
                   WRITE REG-RELCPF
               END-IF
               CLOSE RELCPF
           END-IF

           PERFORM P700-MARCAR-APLICADA THRU P700-FIM

           DISPLAY 'DETALHES LIDOS........: ' WS-LIDOS
           DISPLAY 'REGULARES.............: ' WS-REGULARES
           DISPLAY 'IRREGULARES (REVISAO).: ' WS-IRREGULARES
           DISPLAY 'TITULARES FALECIDOS...: ' WS-FALECIDOS
           DISPLAY 'CASOS DE OBITO ABERTOS: ' WS-CASOS-ABERTOS
           DISPLAY 'CPF DIVERGENTE........: ' WS-CPF-DIVERGENTE
           DISPLAY 'SITUACAO INVALIDA.....: ' WS-SITUACAO-INVALIDA
           DISPLAY 'CONTATO NAO ENCONTRADO: ' WS-NAO-ENCONTRADOS
           IF WS-CPF-DIVERGENTE > 0 OR WS-SITUACAO-INVALIDA > 0
                   OR WS-NAO-ENCONTRADOS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
       P200-FIM.

       P250-CONFERE-REMESSA.
           SET REMESSA-VALIDA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-SUB-OK TO TRUE
           OPEN INPUT CPFSUB
           IF FS-SUB-OK
               PERFORM P260-CONFERE-UMA THRU P260-FIM
                   UNTIL EOF-OK OR REMESSA-VALIDA
               CLOSE CPFSUB
           ELSE
               DISPLAY 'CADASTRO DE REMESSAS INDISPONIVEL (FS='
                       WS-FS-SUB ').'
               MOVE 8 TO RETURN-CODE
           END-IF
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CONFERE-UMA.
           READ CPFSUB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF SUB-NUMERO = WS-NUMERO-RETORNO
                           AND SUB-ENVIADA
                       SET REMESSA-VALIDA TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

       P270-CONFERE-TRAILER.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RET-DETALHE
                           ADD 1 TO WS-QTD-CONTADA
                       WHEN RET-TRAILER
                           SET TEM-TRAILER TO TRUE
                           IF RET-QTD-DETALHES NUMERIC
                               MOVE RET-QTD-DETALHES
                                   TO WS-QTD-TRAILER
                           END-IF
                   END-EVALUATE
           END-READ
           .
       P270-FIM.

       P300-APLICAR-DETALHE.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RET-DETALHE
                       ADD 1 TO WS-LIDOS
                       PERFORM P310-APLICAR-UM THRU P310-FIM
                   END-IF
           END-READ
           .
       P300-FIM.

       P310-APLICAR-UM.
           IF NOT RET-SITUACAO-VALIDA
               ADD 1 TO WS-SITUACAO-INVALIDA
               DISPLAY 'ID ' RET-ID-CONTATO ': SITUACAO '''
                   RET-SITUACAO ''' DESCONHECIDA. IGNORADO.'
               GO TO P310-FIM
           END-IF
           MOVE RET-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   ADD 1 TO WS-NAO-ENCONTRADOS
               NOT INVALID KEY
                   IF CONTATO-EXCLUIDO
                       ADD 1 TO WS-NAO-ENCONTRADOS
                       UNLOCK CONTATOS
                   ELSE
                       PERFORM P320-CONFERE-E-APLICA THRU P320-FIM
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-CONFERE-E-APLICA.
      * O CPF PODE TER SIDO CORRIGIDO DEPOIS DA REMESSA: A SITUACAO
      * DEVOLVIDA SO VALE PARA O MESMO NUMERO QUE FOI CONSULTADO.
           IF RET-CPF NOT = NR-CPF
               ADD 1 TO WS-CPF-DIVERGENTE
               UNLOCK CONTATOS
               MOVE 'CPF ALTERADO APOS A REMESSA' TO WS-OBSERVACAO
               PERFORM P400-LINHA-REVISAO THRU P400-FIM
               GO TO P320-FIM
           END-IF

           MOVE REG-CONTATOS TO WS-JOR-ANTES
           MOVE IND-SITUACAO-CPF TO WS-SITUACAO-ANTES
           MOVE RET-SITUACAO TO IND-SITUACAO-CPF
           IF RET-DT-CONSULTA NUMERIC AND RET-DT-CONSULTA > 0
               MOVE RET-DT-CONSULTA TO DT-VERIF-CPF
           ELSE
               MOVE WS-DATA-SISTEMA TO DT-VERIF-CPF
           END-IF

           REWRITE REG-CONTATOS
           UNLOCK CONTATOS

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'SITCPF'            TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS        TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           EVALUATE TRUE
               WHEN RET-REGULAR
                   ADD 1 TO WS-REGULARES
               WHEN RET-FALECIDO
                   ADD 1 TO WS-FALECIDOS
                   PERFORM P350-CASO-OBITO THRU P350-FIM
               WHEN OTHER
                   ADD 1 TO WS-IRREGULARES
                   MOVE 'REVISAR CADASTRO' TO WS-OBSERVACAO
                   PERFORM P400-LINHA-REVISAO THRU P400-FIM
           END-EVALUATE
           .
       P320-FIM.

      * TITULAR FALECIDO: A MARCA JA SUPRIME O CONTATO DAS TIRAGENS;
      * A EXCLUSAO FICA PARA O MUTIRAO, COM O MOTIVO DE OBITO. UM
      * OBITO JA CONHECIDO NAO ABRE OUTRO CASO.
       P350-CASO-OBITO.
           IF WS-SITUACAO-ANTES = 'O'
               MOVE 'OBITO JA CONHECIDO' TO WS-OBSERVACAO
               PERFORM P400-LINHA-REVISAO THRU P400-FIM
               GO TO P350-FIM
           END-IF

           MOVE 'O'            TO WS-CAS-TIPO
           MOVE ID-CONTATO     TO WS-CAS-ID
           MOVE 0              TO WS-CAS-PAR
           MOVE SPACES         TO WS-CAS-DETALHE
           STRING 'OBITO RF - MOTIVO '  DELIMITED BY SIZE
                  WS-MOTIVO-OBITO       DELIMITED BY SIZE
               INTO WS-CAS-DETALHE
           COPY GRAVCASO.
           ADD 1 TO WS-CASOS-ABERTOS

           MOVE SPACES TO WS-OBSERVACAO
           STRING 'SUPRIMIDO; CASO '    DELIMITED BY SIZE
                  WS-CAS-SEQ            DELIMITED BY SIZE
                  ' NA FILA'            DELIMITED BY SIZE
               INTO WS-OBSERVACAO
           PERFORM P400-LINHA-REVISAO THRU P400-FIM
           .
       P350-FIM.

       P400-LINHA-REVISAO.
           IF NOT FS-REL-OK
               GO TO P400-FIM
           END-IF
           EVALUATE RET-SITUACAO
               WHEN 'S'
                   MOVE 'SUSPENSA'               TO WS-SITUACAO-NOME
               WHEN 'P'
                   MOVE 'PENDENTE REGULARIZACAO' TO WS-SITUACAO-NOME
               WHEN 'C'
                   MOVE 'CANCELADA'              TO WS-SITUACAO-NOME
               WHEN 'N'
                   MOVE 'NULA'                   TO WS-SITUACAO-NOME
               WHEN 'I'
                   MOVE 'INEXISTENTE NO BUREAU'  TO WS-SITUACAO-NOME
               WHEN 'O'
                   MOVE 'TITULAR FALECIDO'       TO WS-SITUACAO-NOME
               WHEN OTHER
                   MOVE 'REGULAR'                TO WS-SITUACAO-NOME
           END-EVALUATE
           MOVE SPACES TO REG-RELCPF
           STRING ID-CONTATO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RET-CPF          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-SITUACAO-NOME DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  NM-CONTATO       DELIMITED BY SIZE
                  INTO REG-RELCPF
           END-STRING
           WRITE REG-RELCPF
           MOVE SPACES TO REG-RELCPF
           STRING '      '         DELIMITED BY SIZE
                  WS-OBSERVACAO    DELIMITED BY SIZE
                  INTO REG-RELCPF
           END-STRING
           WRITE REG-RELCPF
           ADD 1 TO WS-LINHAS-REL
           .
       P400-FIM.

      * A REMESSA APLICADA E MARCADA NO CADASTRO, PARA O MESMO
      * RETORNO NAO SER APLICADO DUAS VEZES.
       P700-MARCAR-APLICADA.
           SET FS-SUB-OK TO TRUE
           OPEN I-O CPFSUB
           IF NOT FS-SUB-OK
      * LINE SEQUENTIAL NAO PERMITE I-O EM TODO AMBIENTE; NESSE
      * CASO A MARCACAO FICA PARA O OPERADOR, COM AVISO.
               DISPLAY 'NAO FOI POSSIVEL MARCAR A REMESSA COMO '
                   'APLICADA (FS=' WS-FS-SUB '). MARQUE NO '
                   'CADASTRO CPFSUB MANUALMENTE.'
               GO TO P700-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P710-MARCAR-UMA THRU P710-FIM
               UNTIL EOF-OK
           CLOSE CPFSUB
           SET EOF-OK TO FALSE
           .
       P700-FIM.

       P710-MARCAR-UMA.
           READ CPFSUB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF SUB-NUMERO = WS-NUMERO-RETORNO
                       MOVE 'A' TO SUB-SITUACAO
                       REWRITE REG-CPFSUB
                   END-IF
           END-READ
           .
       P710-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM APLCPF.
