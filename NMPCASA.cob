      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CASAMENTO NOTURNO DO MESTRE DE CONTATOS COM O
      *          ARQUIVO DE NUMEROS BLOQUEADOS DO CADASTRO NACIONAL
      *          "NAO ME PERTURBE" (VEJA NMPBLOQ.cpy, CARREGADO PELO
      *          CARGANMP): O CONTATO CUJO WS-TELEFONE PRINCIPAL OU
      *          QUALQUER TELEFONE ADICIONAL DO TELEFONES.DAT ESTEJA
      *          NA LISTA FICA MARCADO (IND-NAO-PERTURBE = 'S'); O
      *          QUE SAIU DA LISTA, OU TROCOU DE NUMERO, E
      *          DESMARCADO. SO A MUDANCA E REGRAVADA, COM ENTRADA
      *          NO JORNAL SOB O CODIGO 'NAOPERTURB', E LISTADA NO
      *          RELATORIO RELNMP. AS LISTAS DE LIGACAO (VERIFLST,
      *          FALTARISK E O EXTRATO DE TELEMARKETING) PULAM O
      *          CONTATO MARCADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NMPCASA.

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

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TEL-CHAVE
               FILE STATUS IS WS-FS-TEL.

               SELECT NMPBLOQ ASSIGN TO DYNAMIC
               WS-NMPBLOQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NMP-NUMERO
               FILE STATUS IS WS-FS-NMP.

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

               SELECT RELNMP ASSIGN TO DYNAMIC
               WS-RELNMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD TELEFONES.
          COPY FD_TELEFONES.

       FD NMPBLOQ.
          COPY NMPBLOQ.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       FD RELNMP.
       01 REG-RELNMP                PIC X(80).

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
       77 WS-TELEFONES-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'.
       77 WS-NMPBLOQ-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NMPBLOQ.DAT'.
       77 WS-RELNMP-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELNMP.TXT'.

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
       77 WS-FS-TEL                 PIC 99.
          88 FS-TEL-OK              VALUE 0.
       77 WS-FS-NMP                 PIC 99.
          88 FS-NMP-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

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
       77 WS-TOK-PROGRAMA           PIC X(12) VALUE 'NMPCASA'.
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

       77 WS-TEL-DISPONIVEL         PIC X VALUE 'N'.
          88 TEL-DISPONIVEL         VALUE 'S' FALSE 'N'.
       77 WS-TEL-FIM                PIC X VALUE 'N'.
          88 TEL-FIM-OK             VALUE 'S' FALSE 'N'.

      * RESULTADO DO CASAMENTO DO CONTATO CORRENTE E O NUMERO QUE
      * O PROVOCOU, PARA O RELATORIO.
       77 WS-BLOQUEADO              PIC X VALUE 'N'.
          88 CONTATO-BLOQUEADO      VALUE 'S' FALSE 'N'.
       77 WS-NUMERO-BUSCA           PIC 9(14) VALUE ZEROES.
       77 WS-NUMERO-ACHADO          PIC 9(14) VALUE ZEROES.
       77 WS-PAIS-BUSCA             PIC 9(03) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-EXCLUIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-NA-LISTA               PIC 9(05) VALUE ZEROES.
       77 WS-MARCADOS               PIC 9(05) VALUE ZEROES.
       77 WS-DESMARCADOS            PIC 9(05) VALUE ZEROES.
       77 WS-NUMEROS-CONSULTADOS    PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CASAMENTO COM O NAO ME PERTURBE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           COPY TOKENGET.
           IF NOT TOKEN-OBTIDO
               DISPLAY 'CASAMENTO NAO EXECUTADO.'
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

           DISPLAY 'TELEFONES_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELEFONES-PATH    FROM ENVIRONMENT-VALUE
           IF WS-TELEFONES-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'
                   TO WS-TELEFONES-PATH
           END-IF

           DISPLAY 'NMPBLOQ_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NMPBLOQ-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NMPBLOQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NMPBLOQ.DAT'
                   TO WS-NMPBLOQ-PATH
           END-IF

           DISPLAY 'RELNMP_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELNMP-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELNMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELNMP.TXT'
                   TO WS-RELNMP-PATH
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

      * SEM A LISTA NAO HA CASAMENTO: DESMARCAR TODO MUNDO POR
      * FALTA DO ARQUIVO SERIA LIBERAR LIGACAO PROIBIDA.
           SET FS-NMP-OK TO TRUE
           OPEN INPUT NMPBLOQ
           IF NOT FS-NMP-OK
               DISPLAY 'ARQUIVO DE NUMEROS BLOQUEADOS INDISPONIVEL '
                   '(FS=' WS-FS-NMP '). EXECUTE O CARGANMP. NENHUMA '
                   'MARCA ALTERADA.'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           SET TEL-DISPONIVEL TO FALSE
           SET FS-TEL-OK TO TRUE
           OPEN INPUT TELEFONES
           IF FS-TEL-OK
               SET TEL-DISPONIVEL TO TRUE
           ELSE
      * SEM OS ADICIONAIS O CASAMENTO FICARIA PELA METADE E
      * DESMARCARIA CONTATO AINDA BLOQUEADO POR UM ADICIONAL.
               DISPLAY 'ARQUIVO DE TELEFONES INDISPONIVEL (FS='
                   WS-FS-TEL '). NENHUMA MARCA ALTERADA.'
               MOVE 8 TO RETURN-CODE
               CLOSE NMPBLOQ
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RELNMP
               IF NOT FS-REL-OK
                   DISPLAY 'ERRO AO GRAVAR O RELATORIO DO CASAMENTO.'
               ELSE
                   MOVE 'CASAMENTO COM O CADASTRO NAO ME PERTURBE'
                       TO REG-RELNMP
                   WRITE REG-RELNMP
                   MOVE SPACES TO REG-RELNMP
                   WRITE REG-RELNMP
               END-IF
               PERFORM P210-EXAMINAR-REGISTRO THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE CONTATOS
           END-IF

           CLOSE TELEFONES
           CLOSE NMPBLOQ
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

           SET CONTATO-BLOQUEADO TO FALSE
           MOVE 0 TO WS-NUMERO-ACHADO
           PERFORM P220-CASAR-PRINCIPAL THRU P220-FIM
           IF NOT CONTATO-BLOQUEADO
               PERFORM P230-CASAR-ADICIONAIS THRU P230-FIM
           END-IF
           IF CONTATO-BLOQUEADO
               ADD 1 TO WS-NA-LISTA
           END-IF

           IF CONTATO-BLOQUEADO AND TEL-NAO-PERTURBE
               GO TO P210-FIM
           END-IF
           IF NOT CONTATO-BLOQUEADO AND NOT TEL-NAO-PERTURBE
               GO TO P210-FIM
           END-IF
           PERFORM P250-REGRAVAR-MARCA THRU P250-FIM
           .
       P210-FIM.

       P220-CASAR-PRINCIPAL.
           IF WS-TELEFONE(1:14) = '00000000000000'
                   OR WS-TELEFONE(1:14) NOT NUMERIC
               GO TO P220-FIM
           END-IF
           MOVE WS-PAIS TO WS-PAIS-BUSCA
           MOVE WS-PAIS-BUSCA TO WS-NUMERO-BUSCA(1:3)
           MOVE WS-DDD        TO WS-NUMERO-BUSCA(4:2)
           MOVE WS-PREFIXO    TO WS-NUMERO-BUSCA(6:5)
           MOVE WS-SUFIXO     TO WS-NUMERO-BUSCA(11:4)
           PERFORM P240-CONSULTAR-LISTA THRU P240-FIM
           .
       P220-FIM.

       P230-CASAR-ADICIONAIS.
           SET TEL-FIM-OK TO FALSE
           MOVE ID-CONTATO TO TEL-ID-CONTATO
           MOVE 0          TO TEL-SEQUENCIA
           START TELEFONES KEY IS NOT LESS THAN TEL-CHAVE
               INVALID KEY
                   SET TEL-FIM-OK TO TRUE
           END-START
           PERFORM P235-CASAR-UM-ADICIONAL THRU P235-FIM
               UNTIL TEL-FIM-OK OR CONTATO-BLOQUEADO
           .
       P230-FIM.

       P235-CASAR-UM-ADICIONAL.
           READ TELEFONES NEXT RECORD
               AT END
                   SET TEL-FIM-OK TO TRUE
                   GO TO P235-FIM
           END-READ
           IF TEL-ID-CONTATO NOT = ID-CONTATO
               SET TEL-FIM-OK TO TRUE
               GO TO P235-FIM
           END-IF
           IF TEL-PAIS NOT NUMERIC OR TEL-DDD NOT NUMERIC
                   OR TEL-PREFIXO NOT NUMERIC
                   OR TEL-SUFIXO NOT NUMERIC
               GO TO P235-FIM
           END-IF
           MOVE TEL-PAIS TO WS-PAIS-BUSCA
           MOVE WS-PAIS-BUSCA TO WS-NUMERO-BUSCA(1:3)
           MOVE TEL-DDD       TO WS-NUMERO-BUSCA(4:2)
           MOVE TEL-PREFIXO   TO WS-NUMERO-BUSCA(6:5)
           MOVE TEL-SUFIXO    TO WS-NUMERO-BUSCA(11:4)
           PERFORM P240-CONSULTAR-LISTA THRU P240-FIM
           .
       P235-FIM.

      * A BASE ANTIGA TEM NUMERO SEM CODIGO DO PAIS (000): O MESTRE
      * E DE TELEFONES BRASILEIROS, ENTAO VALE COMO 055.
       P240-CONSULTAR-LISTA.
           IF WS-PAIS-BUSCA = 0
               MOVE 55 TO WS-PAIS-BUSCA
               MOVE WS-PAIS-BUSCA TO WS-NUMERO-BUSCA(1:3)
           END-IF
           ADD 1 TO WS-NUMEROS-CONSULTADOS
           MOVE WS-NUMERO-BUSCA TO NMP-NUMERO
           READ NMPBLOQ KEY IS NMP-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTATO-BLOQUEADO TO TRUE
                   MOVE WS-NUMERO-BUSCA TO WS-NUMERO-ACHADO
           END-READ
           .
       P240-FIM.

       P250-REGRAVAR-MARCA.
           MOVE REG-CONTATOS TO WS-JOR-ANTES
           IF CONTATO-BLOQUEADO
               MOVE 'S'    TO IND-NAO-PERTURBE
               ADD 1 TO WS-MARCADOS
           ELSE
               MOVE SPACES TO IND-NAO-PERTURBE
               ADD 1 TO WS-DESMARCADOS
           END-IF
           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
                   ' (FS=' WS-FS ').'
               MOVE 8 TO RETURN-CODE
               GO TO P250-FIM
           END-IF

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'NAOPERTURB'    TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           IF FS-REL-OK
               MOVE SPACES TO REG-RELNMP
               IF CONTATO-BLOQUEADO
                   STRING 'ID '             DELIMITED BY SIZE
                          ID-CONTATO        DELIMITED BY SIZE
                          ' MARCADO    NUMERO ' DELIMITED BY SIZE
                          WS-NUMERO-ACHADO  DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          NM-CONTATO        DELIMITED BY SIZE
                          INTO REG-RELNMP
                   END-STRING
               ELSE
                   STRING 'ID '             DELIMITED BY SIZE
                          ID-CONTATO        DELIMITED BY SIZE
                          ' DESMARCADO '    DELIMITED BY SIZE
                          NM-CONTATO        DELIMITED BY SIZE
                          INTO REG-RELNMP
                   END-STRING
               END-IF
               WRITE REG-RELNMP
           END-IF
           .
       P250-FIM.

       P800-TOTAIS.
           IF FS-REL-OK
               MOVE SPACES TO REG-RELNMP
               WRITE REG-RELNMP
               MOVE SPACES TO REG-RELNMP
               STRING 'LIDOS: '           DELIMITED BY SIZE
                      WS-LIDOS            DELIMITED BY SIZE
                      '  NA LISTA: '      DELIMITED BY SIZE
                      WS-NA-LISTA         DELIMITED BY SIZE
                      '  MARCADOS: '      DELIMITED BY SIZE
                      WS-MARCADOS         DELIMITED BY SIZE
                      '  DESMARCADOS: '   DELIMITED BY SIZE
                      WS-DESMARCADOS      DELIMITED BY SIZE
                      INTO REG-RELNMP
               END-STRING
               WRITE REG-RELNMP
               CLOSE RELNMP
           END-IF

           DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
           DISPLAY 'CONTATOS EXCLUIDOS...: ' WS-EXCLUIDOS
           DISPLAY 'NUMEROS CONSULTADOS..: ' WS-NUMEROS-CONSULTADOS
           DISPLAY 'CONTATOS NA LISTA....: ' WS-NA-LISTA
           DISPLAY 'MARCADOS AGORA.......: ' WS-MARCADOS
           DISPLAY 'DESMARCADOS AGORA....: ' WS-DESMARCADOS
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

       END PROGRAM NMPCASA.
