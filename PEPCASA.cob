      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CASAMENTO NOTURNO DO MESTRE DE CONTATOS COM AS
      *          LISTAS PEP E DE SANCOES (VEJA PEPLIST.cpy, CARREGADO
      *          PELO CARGAPEP), PELO NR-CPF E PELO SOM DO NOME
      *          (SUBPROGRAMA PEPTRIA). CONTATO SEM TRIAGEM QUE CASA
      *          COM A LISTA FICA PENDENTE (IND-TRIAGEM-PEP = 'P') E
      *          GANHA UM CASO TIPO 'S' NA CASOFILA, ONDE O
      *          SUPERVISOR CONFIRMA OU LIBERA (CASOCONT). CONTATO
      *          LIBERADO SO VOLTA A PENDENTE POR ENTRADA INCLUIDA NA
      *          LISTA DEPOIS DA LIBERACAO; CONTATO CONFIRMADO QUE
      *          SAIU DA LISTA VOLTA A PENDENTE PARA O COMPLIANCE
      *          LIBERAR. PENDENTE E CONFIRMADO FICAM RETIDOS DOS
      *          EXTRATOS DE PARCEIRO (EXTPARC, EXTGEN). SO A
      *          MUDANCA E REGRAVADA, COM ENTRADA NO JORNAL SOB O
      *          CODIGO 'TRIAGEMPEP', E LISTADA NO RELATORIO RELPEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEPCASA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RUNTOKEN ASSIGN TO DYNAMIC
               WS-RUNTOKEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOK.

               SELECT TOKENLOG ASSIGN TO DYNAMIC
               WS-TOKENLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TKL.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

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

               SELECT RELPEP ASSIGN TO DYNAMIC
               WS-RELPEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

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

       FD RELPEP.
       01 REG-RELPEP                PIC X(132).

       FD RUNTOKEN.
       01 REG-RUNTOKEN.
           03 TOK-PROGRAMA           PIC X(12).
           03 TOK-DATA               PIC 9(08).
           03 TOK-HORA               PIC 9(08).

       FD TOKENLOG.
       01 REG-TOKENLOG              PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-RELPEP-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELPEP.TXT'.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.

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

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

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

      * TOKEN EXCLUSIVO DE EXECUCAO BATCH (VEJA TOKENGET.cpy):
      * IMPEDE O JOB DE RODAR COM A MANUTENCAO ONLINE ABERTA E
      * VICE-VERSA.
       77 WS-RUNTOKEN-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNTOKEN.TXT'.
       77 WS-TOKENLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'.
       77 WS-FS-TOK                 PIC 99.
          88 FS-TOK-OK              VALUE 0.
       77 WS-FS-TKL                 PIC 99.
          88 FS-TKL-OK              VALUE 0.
       77 WS-TOK-PROGRAMA           PIC X(12) VALUE 'PEPCASA'.
       77 WS-TOK-DONO               PIC X(12) VALUE SPACES.
       77 WS-TOK-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-TOK-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-TOKEN-OVERRIDE         PIC X(01) VALUE SPACES.
       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * AREA DE COMUNICACAO DO SUBPROGRAMA DE TRIAGEM.
          COPY PEPTRIA.

      * MUDANCA DECIDIDA PARA O CONTATO CORRENTE.
       77 WS-ACAO                   PIC X(01) VALUE SPACES.
          88 ACAO-NOVA-SUSPEITA     VALUE 'N'.
          88 ACAO-NOVA-INCLUSAO     VALUE 'I'.
          88 ACAO-SAIU-DA-LISTA     VALUE 'R'.
          88 ACAO-NENHUMA           VALUE ' '.
       77 WS-LISTA-NOME             PIC X(03) VALUE SPACES.
       77 WS-CRITERIO-NOME          PIC X(03) VALUE SPACES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-EXCLUIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-NA-LISTA               PIC 9(05) VALUE ZEROES.
       77 WS-NOVAS-SUSPEITAS        PIC 9(05) VALUE ZEROES.
       77 WS-REABERTOS              PIC 9(05) VALUE ZEROES.
       77 WS-SAIRAM                 PIC 9(05) VALUE ZEROES.
       77 WS-PENDENTES              PIC 9(05) VALUE ZEROES.
       77 WS-CONFIRMADOS            PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** TRIAGEM PEP E SANCOES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           COPY TOKENGET.
           IF NOT TOKEN-OBTIDO
               DISPLAY 'TRIAGEM NAO EXECUTADA.'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM P200-PROCESSAR THRU P200-FIM
               PERFORM P800-TOTAIS THRU P800-FIM
               COPY TOKENREL.
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'RELPEP_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELPEP-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELPEP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELPEP.TXT'
                   TO WS-RELPEP-PATH
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

           DISPLAY 'RUNTOKEN_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNTOKEN-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RUNTOKEN-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNTOKEN.TXT'
                   TO WS-RUNTOKEN-PATH
           END-IF

           DISPLAY 'TOKENLOG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKENLOG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-TOKENLOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TOKEN.LOG'
                   TO WS-TOKENLOG-PATH
           END-IF

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE

      * SEM O ARQUIVO DE TRIAGEM NAO HA CASAMENTO: NENHUMA MARCA E
      * MEXIDA (O PENDENTE E O CONFIRMADO CONTINUAM RETIDOS).
           MOVE 'C'    TO PT-OPERACAO
           MOVE 0      TO PT-CPF
           MOVE SPACES TO PT-NOME
           CALL 'PEPTRIA' USING TRIAGEM-PEP
           IF PT-LISTA-AUSENTE
               DISPLAY 'NENHUMA MARCA ALTERADA.'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RELPEP
               IF NOT FS-REL-OK
                   DISPLAY 'ERRO AO GRAVAR O RELATORIO DA TRIAGEM.'
               ELSE
                   MOVE 'TRIAGEM PEP E SANCOES - MUDANCAS DA NOITE'
                       TO REG-RELPEP
                   WRITE REG-RELPEP
                   MOVE SPACES TO REG-RELPEP
                   STRING 'ID    SITUACAO NOVA        LISTA CRIT '
                                             DELIMITED BY SIZE
                          'NOME DO CONTATO                          '
                                             DELIMITED BY SIZE
                          'NOME NA LISTA'    DELIMITED BY SIZE
                          INTO REG-RELPEP
                   END-STRING
                   WRITE REG-RELPEP
               END-IF
               PERFORM P210-EXAMINAR-REGISTRO THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE CONTATOS
           END-IF

           MOVE 'F' TO PT-OPERACAO
           CALL 'PEPTRIA' USING TRIAGEM-PEP
           .
       P200-FIM.

       P210-EXAMINAR-REGISTRO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO
               ADD 1 TO WS-EXCLUIDOS
               GO TO P210-FIM
           END-IF
      * CASO JA ABERTO AGUARDANDO O SUPERVISOR: NADA A FAZER.
           IF PEP-PENDENTE
               ADD 1 TO WS-PENDENTES
               GO TO P210-FIM
           END-IF

           MOVE 'C'        TO PT-OPERACAO
           MOVE NR-CPF     TO PT-CPF
           MOVE NM-CONTATO TO PT-NOME
           CALL 'PEPTRIA' USING TRIAGEM-PEP
           IF PT-POSSIVEL
               ADD 1 TO WS-NA-LISTA
           END-IF

           SET ACAO-NENHUMA TO TRUE
           EVALUATE TRUE
               WHEN PEP-CONFIRMADO
                   ADD 1 TO WS-CONFIRMADOS
                   IF NOT PT-POSSIVEL
                       SET ACAO-SAIU-DA-LISTA TO TRUE
                   END-IF
               WHEN PEP-LIBERADO
                   IF PT-POSSIVEL
                           AND PT-DT-INCLUSAO > DT-TRIAGEM-PEP
                       SET ACAO-NOVA-INCLUSAO TO TRUE
                   END-IF
               WHEN OTHER
                   IF PT-POSSIVEL
                       SET ACAO-NOVA-SUSPEITA TO TRUE
                   END-IF
           END-EVALUATE
           IF ACAO-NENHUMA
               GO TO P210-FIM
           END-IF
           PERFORM P250-REGRAVAR-MARCA THRU P250-FIM
           .
       P210-FIM.

       P250-REGRAVAR-MARCA.
           MOVE REG-CONTATOS TO WS-JOR-ANTES
           MOVE 'P'             TO IND-TRIAGEM-PEP
           MOVE WS-DATA-SISTEMA TO DT-TRIAGEM-PEP
           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
                   ' (FS=' WS-FS ').'
               MOVE 8 TO RETURN-CODE
               GO TO P250-FIM
           END-IF

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'TRIAGEMPEP'    TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           IF PT-LISTA-SANCAO
               MOVE 'SAN' TO WS-LISTA-NOME
           ELSE
               MOVE 'PEP' TO WS-LISTA-NOME
           END-IF
           IF PT-POR-CPF
               MOVE 'CPF' TO WS-CRITERIO-NOME
           ELSE
               MOVE 'NOM' TO WS-CRITERIO-NOME
           END-IF

      * O DETALHE DO CASO DIZ AO SUPERVISOR O QUE CONFERIR.
           MOVE 'S'            TO WS-CAS-TIPO
           MOVE ID-CONTATO     TO WS-CAS-ID
           MOVE 0              TO WS-CAS-PAR
           MOVE SPACES         TO WS-CAS-DETALHE
           IF ACAO-SAIU-DA-LISTA
               MOVE 'SAIU DA LISTA - REVISAR' TO WS-CAS-DETALHE
               ADD 1 TO WS-SAIRAM
           ELSE
               STRING WS-LISTA-NOME     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-CRITERIO-NOME  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      PT-DESCRICAO      DELIMITED BY SIZE
                   INTO WS-CAS-DETALHE
               END-STRING
               IF ACAO-NOVA-INCLUSAO
                   ADD 1 TO WS-REABERTOS
               ELSE
                   ADD 1 TO WS-NOVAS-SUSPEITAS
               END-IF
           END-IF
           COPY GRAVCASO.

           IF FS-REL-OK
               MOVE SPACES TO REG-RELPEP
               EVALUATE TRUE
                   WHEN ACAO-SAIU-DA-LISTA
                       STRING ID-CONTATO     DELIMITED BY SIZE
                              ' SAIU DA LISTA      '
                                             DELIMITED BY SIZE
                              '           '  DELIMITED BY SIZE
                              NM-CONTATO     DELIMITED BY SIZE
                              INTO REG-RELPEP
                       END-STRING
                   WHEN ACAO-NOVA-INCLUSAO
                       STRING ID-CONTATO     DELIMITED BY SIZE
                              ' REABERTO (LIBERADO) '
                                             DELIMITED BY SIZE
                              WS-LISTA-NOME  DELIMITED BY SIZE
                              '   '          DELIMITED BY SIZE
                              WS-CRITERIO-NOME DELIMITED BY SIZE
                              '  '           DELIMITED BY SIZE
                              NM-CONTATO     DELIMITED BY SIZE
                              ' '            DELIMITED BY SIZE
                              PT-NOME-LISTA  DELIMITED BY SIZE
                              INTO REG-RELPEP
                       END-STRING
                   WHEN OTHER
                       STRING ID-CONTATO     DELIMITED BY SIZE
                              ' POSSIVEL CORRESP.   '
                                             DELIMITED BY SIZE
                              WS-LISTA-NOME  DELIMITED BY SIZE
                              '   '          DELIMITED BY SIZE
                              WS-CRITERIO-NOME DELIMITED BY SIZE
                              '  '           DELIMITED BY SIZE
                              NM-CONTATO     DELIMITED BY SIZE
                              ' '            DELIMITED BY SIZE
                              PT-NOME-LISTA  DELIMITED BY SIZE
                              INTO REG-RELPEP
                       END-STRING
               END-EVALUATE
               WRITE REG-RELPEP
           END-IF
           .
       P250-FIM.

       P800-TOTAIS.
           IF FS-REL-OK
               MOVE SPACES TO REG-RELPEP
               WRITE REG-RELPEP
               MOVE SPACES TO REG-RELPEP
               STRING 'LIDOS: '             DELIMITED BY SIZE
                      WS-LIDOS              DELIMITED BY SIZE
                      '  NOVAS SUSPEITAS: ' DELIMITED BY SIZE
                      WS-NOVAS-SUSPEITAS    DELIMITED BY SIZE
                      '  REABERTOS: '       DELIMITED BY SIZE
                      WS-REABERTOS          DELIMITED BY SIZE
                      '  SAIRAM DA LISTA: ' DELIMITED BY SIZE
                      WS-SAIRAM             DELIMITED BY SIZE
                      INTO REG-RELPEP
               END-STRING
               WRITE REG-RELPEP
               CLOSE RELPEP
           END-IF

           DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
           DISPLAY 'CONTATOS EXCLUIDOS...: ' WS-EXCLUIDOS
           DISPLAY 'CASAM COM A LISTA....: ' WS-NA-LISTA
           DISPLAY 'NOVAS SUSPEITAS......: ' WS-NOVAS-SUSPEITAS
           DISPLAY 'LIBERADOS REABERTOS..: ' WS-REABERTOS
           DISPLAY 'CONFIRMADOS FORA LIST: ' WS-SAIRAM
           DISPLAY 'JA PENDENTES.........: ' WS-PENDENTES
           DISPLAY 'CONFIRMADOS RETIDOS..: ' WS-CONFIRMADOS
           .
       P800-FIM.

       P950-LOG-TOKEN.
           SET FS-TKL-OK TO TRUE
           OPEN EXTEND TOKENLOG
           IF WS-FS-TKL EQUAL 35
               OPEN OUTPUT TOKENLOG
           END-IF
           IF FS-TKL-OK
               MOVE SPACES TO REG-TOKENLOG
               STRING WS-TOK-DATA      DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-TOK-HORA      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
               CLOSE TOKENLOG
           END-IF
           .
       P950-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PEPCASA.
