      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO RETORNO DIARIO DO PROVEDOR DE ENVIO DE
      *          E-MAIL (DEVOLUCOES E RECLAMACOES DE SPAM DAS PECAS
      *          QUE O CAMPHIST REGISTRA NO CANAL E-MAIL): VALIDA
      *          HEADER E TRAILER E RECUSA ARQUIVO JA PROCESSADO
      *          PELO REGISTRO ARQREG, COMO O CARGAPOL. CADA EVENTO
      *          E CASADO COM OS CONTATOS PELO INDICE DE E-MAIL
      *          (MAILIDX): DEVOLUCAO DEFINITIVA (HARD BOUNCE) MARCA
      *          O WS-EMAIL COMO NAO ENTREGAVEL (IND-EMAIL-DEVOLVIDO)
      *          E O PROGCSV DEIXA DE EXTRAI-LO; RECLAMACAO LIGA A
      *          OPOSICAO IND-OPT-EMAIL = 'N'. AS DUAS MARCACOES VAO
      *          AO JORNAL ('DEVEMAIL' E 'QUEIXA'). DEVOLUCAO
      *          TEMPORARIA (SOFT BOUNCE) SO E CONTADA.
      *          LAYOUT DO RETORNO: 'H' + ORIGEM(10) + DATA(8);
      *          'D' + EMAIL(40) + EVENTO(1: H/S/C) + DATA(8);
      *          'T' + QUANTIDADE(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETORNO ASSIGN TO DYNAMIC
               WS-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MAILIDX ASSIGN TO DYNAMIC
               WS-MAILIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MLX-CHAVE
               FILE STATUS IS WS-FS-MLX.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

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
       FD RETORNO.
       01 REG-RETORNO.
           03 RET-TIPO               PIC X(01).
               88 RET-HEADER             VALUE 'H'.
               88 RET-DETALHE            VALUE 'D'.
               88 RET-TRAILER            VALUE 'T'.
           03 RET-RESTO              PIC X(79).
       01 RET-VISAO-HEADER REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-ORIGEM             PIC X(10).
           03 RET-DATA               PIC 9(08).
           03 FILLER                 PIC X(61).
       01 RET-VISAO-DETALHE REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-EMAIL              PIC X(40).
           03 RET-EVENTO             PIC X(01).
               88 RET-HARD-BOUNCE        VALUE 'H'.
               88 RET-SOFT-BOUNCE        VALUE 'S'.
               88 RET-RECLAMACAO         VALUE 'C'.
           03 RET-DT-EVENTO          PIC 9(08).
           03 FILLER                 PIC X(30).
       01 RET-VISAO-TRAILER REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-QUANTIDADE         PIC 9(07).
           03 FILLER                 PIC X(72).

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD MAILIDX.
          COPY MAILIDX.

       FD ARQREG.
          COPY ARQREG.

       FD JOURNAL.
          COPY JORNAL.

       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-RETORNO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MAILRET.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-MAILIDX-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MAILIDX.DAT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-RET                 PIC 99.
          88 FS-RET-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-MLX                 PIC 99.
          88 FS-MLX-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

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

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-HEADER-VISTO           PIC X VALUE 'N'.
          88 HEADER-VISTO           VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-IDX-FIM                PIC X VALUE 'N'.
          88 IDX-FIM-OK             VALUE 'S' FALSE 'N'.

       77 WS-ID-CASADOS             PIC 9(05) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-HARD-BOUNCES           PIC 9(05) VALUE ZEROES.
       77 WS-SOFT-BOUNCES           PIC 9(05) VALUE ZEROES.
       77 WS-RECLAMACOES            PIC 9(05) VALUE ZEROES.
       77 WS-EVENTO-INVALIDO        PIC 9(05) VALUE ZEROES.
       77 WS-SEM-CONTATO            PIC 9(05) VALUE ZEROES.
       77 WS-MARCADOS               PIC 9(05) VALUE ZEROES.
       77 WS-OPOSICOES              PIC 9(05) VALUE ZEROES.
       77 WS-JA-MARCADOS            PIC 9(05) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO RETORNO DO PROVEDOR DE E-MAIL ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'MAILRET_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETORNO-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RETORNO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\MAILRET.TXT'
                   TO WS-RETORNO-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'MAILIDX_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-MAILIDX-PATH      FROM ENVIRONMENT-VALUE
           IF WS-MAILIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\MAILIDX.DAT'
                   TO WS-MAILIDX-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
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

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE
           SET FS-RET-OK TO TRUE

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK
               DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO (FS='
                       WS-FS-RET ').'
               GO TO P200-FIM
           END-IF

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
           SET HEADER-VISTO TO TRUE
           MOVE RET-ORIGEM TO WS-ORIGEM
           MOVE RET-DATA   TO WS-DATA-ARQUIVO

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.

               MOVE 8 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           SET FS-MLX-OK TO TRUE
           OPEN INPUT MAILIDX
           IF NOT FS-MLX-OK
               DISPLAY 'INDICE DE E-MAIL INDISPONIVEL. EXECUTE O '
                   'IDXCONT PARA CONSTRUI-LO.'
               MOVE 8 TO RETURN-CODE
               CLOSE CONTATOS
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           PERFORM P300-CARREGAR-LINHA THRU P300-FIM
               UNTIL EOF-OK

           CLOSE MAILIDX
           CLOSE CONTATOS
           CLOSE RETORNO

           IF NOT TRAILER-VISTO
               DISPLAY 'RETORNO SEM TRAILER: CARGA FEITA, MAS '
                   'CONFIRA O ARQUIVO COM O PROVEDOR.'
           ELSE
               IF WS-QTD-TRAILER NOT = WS-LIDOS
                   DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                       ' DETALHES, LIDOS ' WS-LIDOS '. CONFIRA O '
                       'ARQUIVO COM O PROVEDOR.'
               END-IF
           END-IF

           PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM

           DISPLAY 'DETALHES LIDOS........: ' WS-LIDOS
           DISPLAY 'DEVOLUCOES DEFINITIVAS: ' WS-HARD-BOUNCES
           DISPLAY 'DEVOLUCOES TEMPORARIAS: ' WS-SOFT-BOUNCES
           DISPLAY 'RECLAMACOES DE SPAM...: ' WS-RECLAMACOES
           DISPLAY 'EVENTOS INVALIDOS.....: ' WS-EVENTO-INVALIDO
           DISPLAY 'E-MAIL SEM CONTATO....: ' WS-SEM-CONTATO
           DISPLAY 'E-MAILS MARCADOS......: ' WS-MARCADOS
           DISPLAY 'OPOSICOES REGISTRADAS.: ' WS-OPOSICOES
           DISPLAY 'JA MARCADOS ANTES.....: ' WS-JA-MARCADOS
           .
       P200-FIM.

       P250-CONFERE-ARQREG.
           SET JA-PROCESSADO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT ARQREG
           IF FS-ARQ-OK
               PERFORM P260-CONFERE-UM THRU P260-FIM
                   UNTIL EOF-OK OR JA-PROCESSADO
               CLOSE ARQREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CONFERE-UM.
           READ ARQREG
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ARQ-ORIGEM = WS-ORIGEM
                           AND ARQ-DATA = WS-DATA-ARQUIVO
                           AND ARQ-PROGRAMA = 'RETMAIL'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

       P300-CARREGAR-LINHA.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RET-DETALHE
                           ADD 1 TO WS-LIDOS
                           PERFORM P310-TRATAR-EVENTO
                               THRU P310-FIM
                       WHEN RET-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE RET-QUANTIDADE TO WS-QTD-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P300-FIM.

       P310-TRATAR-EVENTO.
           EVALUATE TRUE
               WHEN RET-HARD-BOUNCE
                   ADD 1 TO WS-HARD-BOUNCES
               WHEN RET-RECLAMACAO
                   ADD 1 TO WS-RECLAMACOES
               WHEN RET-SOFT-BOUNCE
      * DEVOLUCAO TEMPORARIA (CAIXA CHEIA, SERVIDOR FORA): O
      * PROVEDOR TENTA DE NOVO; AQUI SO ENTRA NA CONTAGEM.
                   ADD 1 TO WS-SOFT-BOUNCES
                   GO TO P310-FIM
               WHEN OTHER
                   ADD 1 TO WS-EVENTO-INVALIDO
                   DISPLAY 'EVENTO ' RET-EVENTO ' DESCONHECIDO PARA '
                       FUNCTION TRIM(RET-EMAIL) '. LINHA IGNORADA.'
                   GO TO P310-FIM
           END-EVALUATE

      * O MESMO E-MAIL PODE ESTAR EM MAIS DE UM CONTATO: O EVENTO
      * VALE PARA TODOS OS QUE O INDICE APONTA.
           MOVE 0 TO WS-ID-CASADOS
           SET IDX-FIM-OK TO FALSE
           MOVE RET-EMAIL TO MLX-EMAIL
           MOVE 0         TO MLX-ID
           START MAILIDX KEY IS NOT LESS THAN MLX-CHAVE
               INVALID KEY
                   SET IDX-FIM-OK TO TRUE
           END-START
           PERFORM P320-CASAR-CONTATO THRU P320-FIM
               UNTIL IDX-FIM-OK

           IF WS-ID-CASADOS = 0
               ADD 1 TO WS-SEM-CONTATO
               DISPLAY 'E-MAIL ' FUNCTION TRIM(RET-EMAIL)
                   ' NAO PERTENCE A NENHUM CONTATO. LINHA IGNORADA.'
           END-IF
           .
       P310-FIM.

       P320-CASAR-CONTATO.
           READ MAILIDX NEXT RECORD
               AT END
                   SET IDX-FIM-OK TO TRUE
                   GO TO P320-FIM
           END-READ
           IF MLX-EMAIL NOT = RET-EMAIL
               SET IDX-FIM-OK TO TRUE
               GO TO P320-FIM
           END-IF

           MOVE MLX-ID TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
      * INDICE DEFASADO (O IDXCONT NOTURNO ACERTA): NADA A MARCAR.
                   GO TO P320-FIM
           END-READ
      * O INDICE PODE AINDA APONTAR UM E-MAIL JA TROCADO NO MESTRE.
           IF WS-EMAIL NOT = RET-EMAIL OR CONTATO-EXCLUIDO
               GO TO P320-FIM
           END-IF
           ADD 1 TO WS-ID-CASADOS

           IF (RET-HARD-BOUNCE AND EMAIL-DEVOLVIDO)
                   OR (RET-RECLAMACAO AND OPT-EMAIL-NAO)
               ADD 1 TO WS-JA-MARCADOS
               GO TO P320-FIM
           END-IF

           MOVE REG-CONTATOS TO WS-JOR-ANTES
           IF RET-HARD-BOUNCE
               MOVE 'S'           TO IND-EMAIL-DEVOLVIDO
               MOVE RET-DT-EVENTO TO DT-DEVOL-EMAIL
               MOVE 'DEVEMAIL'    TO WS-JOR-OPERACAO
               ADD 1 TO WS-MARCADOS
           ELSE
      * RECLAMACAO DE SPAM VALE COMO OPOSICAO EXPLICITA AO CANAL.
               MOVE 'N'           TO IND-OPT-EMAIL
               MOVE RET-DT-EVENTO TO DT-CONSENTIMENTO
               MOVE 'QUEIXA'      TO WS-JOR-OPERACAO
               ADD 1 TO WS-OPOSICOES
           END-IF
           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
                       ' (FS=' WS-FS ').'
                   MOVE 8 TO RETURN-CODE
                   GO TO P320-FIM
           END-REWRITE

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE REG-CONTATOS TO WS-JOR-DEPOIS
           COPY GRAVAJOR.
           .
       P320-FIM.

       P600-REGISTRAR-ARQREG.
           SET FS-ARQ-OK TO TRUE
           OPEN EXTEND ARQREG
           IF WS-FS-ARQ EQUAL 35
               OPEN OUTPUT ARQREG
           END-IF

           IF FS-ARQ-OK
               MOVE SPACES          TO REG-ARQREG
               MOVE WS-ORIGEM       TO ARQ-ORIGEM
               MOVE WS-DATA-ARQUIVO TO ARQ-DATA
               MOVE 'RETMAIL'       TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O ARQUIVO PROCESSADO '
                       '(FS=' WS-FS-ARQ ').'
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RETMAIL.
