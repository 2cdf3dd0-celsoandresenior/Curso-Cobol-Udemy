      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DIARIA DOS PEDIDOS DE ALTERACAO FEITOS PELO
      *          PROPRIO CLIENTE NO PORTAL (VEJA PORTALREQ.cpy):
      *          ENDERECO, TELEFONE, E-MAIL E CONSENTIMENTOS. O
      *          ARQUIVO SO E CARREGADO COM O ENVELOPE CONFERIDO
      *          (HEADER, TRAILER, CONTAGEM, VALIDADE) E AINDA NAO
      *          REGISTRADO NO ARQREG, COMO NAS DEMAIS CARGAS. CADA
      *          PEDIDO TRAZ O ID-CONTATO E O CPF DO TITULAR, QUE TEM
      *          QUE CONFERIR COM O NR-CPF DO MESTRE. OS DADOS NOVOS
      *          PASSAM PELAS REGRAS DO VALIDCONT. O CONSENTIMENTO E
      *          APLICADO NA HORA E JORNALIZADO ('CONSENT'); ENDERECO,
      *          TELEFONE E E-MAIL VIRAM PENDENCIA 'ALTERACAO' NA
      *          FILA QUATRO-OLHOS (APRFILA) EM NOME DO OPERADOR
      *          PORTAL, PARA O SUPERVISOR APROVAR NO APROVCONT. A
      *          RESPOSTA VOLTA AO PORTAL NO PORTALRET.cpy, PEDIDO A
      *          PEDIDO (APLICADO, EM APROVACAO OU REJEITADO COM O
      *          MOTIVO), E FICA NO REGISTRO DE REMESSAS (REMREG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTALCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PORTALREQ ASSIGN TO DYNAMIC
               WS-PORTALREQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PTL.

               SELECT PORTALRET ASSIGN TO DYNAMIC
               WS-PORTALRET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS WS-FS2.

               SELECT APRFILA ASSIGN TO DYNAMIC
               WS-APRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APR.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

               SELECT REMREG ASSIGN TO DYNAMIC
               WS-REMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

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

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.

       FILE SECTION.
       FD PORTALREQ.
          COPY PORTALREQ.

       FD PORTALRET.
          COPY PORTALRET.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD APRFILA.
          COPY APRFILA.

       FD ARQREG.
          COPY ARQREG.

       FD REMREG.
          COPY REMREG.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-PORTALREQ-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\PORTALREQ.TXT'.
       77 WS-FS-PTL                 PIC 99.
          88 FS-PTL-OK              VALUE 0.
       77 WS-PORTALRET-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\PORTALRET.TXT'.
       77 WS-FS-PRT                 PIC 99.
          88 FS-PRT-OK              VALUE 0.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-APRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'.
       77 WS-FS-APR                 PIC 99.
          88 FS-APR-OK              VALUE 0.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS2                    PIC X(04) VALUE SPACES.

      * ENVELOPE DO ARQUIVO DO PORTAL: REGISTRO 'H' COM ORIGEM E
      * DATA, 'T' COM A QUANTIDADE DE DETALHES; O ARQUIVO SO E
      * CARREGADO SE A QUANTIDADE FECHAR, O HEADER NAO ESTIVER
      * VENCIDO (LOTE_VALIDADE_DIAS, COMO NAS DEMAIS CARGAS) E O PAR
      * ORIGEM+DATA AINDA NAO CONSTAR NO ARQREG.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.
       77 WS-FS-REG                 PIC 99.
          88 FS-REG-OK              VALUE 0.
       77 WS-ENVELOPE-OK            PIC X VALUE 'N'.
          88 ENVELOPE-OK            VALUE 'S' FALSE 'N'.
       77 WS-ENV-ORIGEM             PIC X(10) VALUE SPACES.
       77 WS-ENV-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-ENV-QTDE               PIC 9(07) VALUE ZEROES.
       77 WS-ENV-DETALHES           PIC 9(07) VALUE ZEROES.
       77 WS-ENV-TRAILER            PIC X VALUE 'N'.
          88 ENV-TRAILER-VISTO      VALUE 'S' FALSE 'N'.
       77 WS-ENV-PRIMEIRA           PIC X VALUE 'S'.
          88 ENV-PRIMEIRA-LINHA     VALUE 'S' FALSE 'N'.
       77 WS-ENV-JA-CARREGADO       PIC X VALUE 'N'.
          88 ENV-JA-CARREGADO       VALUE 'S' FALSE 'N'.
       77 WS-VALIDADE-TXT           PIC X(03) VALUE SPACES.
       77 WS-VALIDADE-DIAS          PIC 9(03) VALUE 7.
       77 WS-ENV-DIAS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-ENV-DIAS-HEADER        PIC 9(08) VALUE ZEROES.
       77 WS-ENV-IDADE              PIC S9(08) VALUE ZEROES.

      * RESPOSTA AO PORTAL NO REGISTRO DE REMESSAS (VEJA
      * GRAVREM.cpy).
       77 WS-REMREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'.
       77 WS-FS-REM                 PIC 99.
          88 FS-REM-OK              VALUE 0.
       77 WS-REM-PROGRAMA           PIC X(12) VALUE 'PORTALCONT'.
       77 WS-REM-DESTINO            PIC X(10) VALUE SPACES.
       77 WS-REM-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-REM-TOTAL              PIC 9(15) VALUE ZEROES.
       77 WS-REM-ARQUIVO            PIC X(100) VALUE SPACES.

      * AREA DE COMUNICACAO COM O SUBPROGRAMA DE VALIDACAO VALIDCONT
      * (VEJA VALIDREG.cpy): O PORTAL PASSA PELAS MESMAS REGRAS DE
      * TELEFONE, DDD, E-MAIL E MUNICIPIO DOS CAMINHOS DO SAC.
       COPY VALIDREG.

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

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'PORTALCONT'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'PORTALCONT'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * COPIA EM MEMORIA DA FILA (MESMO MOLDE DO APROVCONT): AS
      * PENDENCIAS NOVAS ENTRAM NELA, UMA PENDENCIA DO PORTAL AINDA
      * NAO DECIDIDA RECEBE O PEDIDO SEGUINTE DO MESMO CONTATO, E A
      * FILA E REGRAVADA INTEIRA NO FIM.
       77 WS-APR-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-APR-SEQ                PIC 9(05) VALUE ZEROES.
       77 WS-APR-POS                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FILA.
           03 WS-APR-ITEM OCCURS 200 TIMES INDEXED BY WS-AIDX
                                    PIC X(903).
       77 WS-FILA-ESTOURO           PIC X VALUE 'N'.
          88 FILA-ESTOUROU          VALUE 'S' FALSE 'N'.
       77 WS-FILA-ALTERADA          PIC X VALUE 'N'.
          88 FILA-ALTERADA          VALUE 'S' FALSE 'N'.
       77 WS-OUTRA-PENDENCIA        PIC X VALUE 'N'.
          88 OUTRA-PENDENCIA        VALUE 'S' FALSE 'N'.

      * IMAGENS DO CONTATO: O MESTRE COMO ESTAVA E O REGISTRO SOBRE
      * O QUAL O PEDIDO E MONTADO (O MESTRE OU A IMAGEM DEPOIS DA
      * PENDENCIA DO PORTAL JA ABERTA PARA ELE).
       77 WS-IMAGEM-MESTRE          PIC X(400) VALUE SPACES.
       77 WS-IMAGEM-BASE            PIC X(400) VALUE SPACES.

      * CONSENTIMENTOS RESULTANTES, REPASSADOS AS PENDENCIAS ABERTAS
      * DO CONTATO.
       77 WS-NOVO-OPT-MALA          PIC X(01) VALUE SPACES.
       77 WS-NOVO-OPT-EMAIL         PIC X(01) VALUE SPACES.
       77 WS-NOVO-OPT-SMS           PIC X(01) VALUE SPACES.
       77 WS-NOVO-OPT-TEL           PIC X(01) VALUE SPACES.
       77 WS-NOVO-DT-CONSENT        PIC 9(08) VALUE ZEROES.
       77 WS-NOVO-DT-OPT-SMS        PIC 9(08) VALUE ZEROES.

       77 WS-PEDIDO-OK              PIC X VALUE 'N'.
          88 PEDIDO-OK              VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO                 PIC X(40) VALUE SPACES.
       77 WS-PENDENCIA              PIC 9(05) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-APLICADOS              PIC 9(05) VALUE ZEROES.
       77 WS-ENFILEIRADOS           PIC 9(05) VALUE ZEROES.
       77 WS-REJEITADOS             PIC 9(05) VALUE ZEROES.
       77 WS-RET-QTDE               PIC 9(07) VALUE ZEROES.
       77 WS-RET-HASH               PIC 9(12) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PEDIDOS DE ALTERACAO DO PORTAL DO CLIENTE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-VALIDAR-ENVELOPE THRU P150-FIM
           IF NOT ENVELOPE-OK
               DISPLAY 'ARQUIVO DO PORTAL RECUSADO PELO ENVELOPE. '
                   'NADA FOI CARREGADO.'
               MOVE 8 TO WS-FIM-RC
           ELSE
               PERFORM P200-CARREGAR-FILA THRU P200-FIM
               IF FILA-ESTOUROU
                   DISPLAY 'A FILA DE APROVACAO TEM MAIS DE 200 '
                       'ITENS. DECIDA AS PENDENCIAS NO APROVCONT '
                       'ANTES DESTA CARGA.'
                   MOVE 8 TO WS-FIM-RC
               ELSE
                   PERFORM P250-CARREGAR-PEDIDOS THRU P250-FIM
               END-IF
           END-IF

           DISPLAY 'PEDIDOS LIDOS........: ' WS-LIDOS
           DISPLAY 'APLICADOS............: ' WS-APLICADOS
           DISPLAY 'ENVIADOS A APROVACAO.: ' WS-ENFILEIRADOS
           DISPLAY 'REJEITADOS...........: ' WS-REJEITADOS

           IF WS-FIM-RC = 0 AND WS-REJEITADOS > 0
               MOVE 4 TO WS-FIM-RC
           END-IF
           MOVE WS-LIDOS      TO WS-FIM-CONT1
           COMPUTE WS-FIM-CONT2 = WS-APLICADOS + WS-ENFILEIRADOS
           MOVE WS-REJEITADOS TO WS-FIM-CONT3
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
           DISPLAY 'PORTALREQ_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-PORTALREQ-PATH    FROM ENVIRONMENT-VALUE
           IF WS-PORTALREQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PORTALREQ.TXT'
                   TO WS-PORTALREQ-PATH
           END-IF

           DISPLAY 'PORTALRET_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-PORTALRET-PATH    FROM ENVIRONMENT-VALUE
           IF WS-PORTALRET-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PORTALRET.TXT'
                   TO WS-PORTALRET-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'APRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-APRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-APRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'
                   TO WS-APRFILA-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           DISPLAY 'REMREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-REMREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-REMREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'
                   TO WS-REMREG-PATH
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

           DISPLAY 'LOTE_VALIDADE_DIAS'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-VALIDADE-TXT      FROM ENVIRONMENT-VALUE
           IF WS-VALIDADE-TXT = SPACES
                   OR WS-VALIDADE-TXT NOT NUMERIC
               MOVE 7 TO WS-VALIDADE-DIAS
           ELSE
               MOVE WS-VALIDADE-TXT TO WS-VALIDADE-DIAS
           END-IF

      * AS PENDENCIAS E O JORNAL FICAM EM NOME DO PORTAL, PARA O
      * SUPERVISOR SABER DE ONDE VEIO O PEDIDO.
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE
           IF WS-JOR-OPERADOR = SPACES
               MOVE 'PORTAL' TO WS-JOR-OPERADOR
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      * PASSADA PREVIA SOBRE O ARQUIVO INTEIRO, ANTES DE QUALQUER
      * GRAVACAO, NO MESMO DESENHO DO P150 DO IMPORTCONT.
       P150-VALIDAR-ENVELOPE.
           SET ENVELOPE-OK TO FALSE
           SET ENV-TRAILER-VISTO TO FALSE
           SET ENV-PRIMEIRA-LINHA TO TRUE
           MOVE 0 TO WS-ENV-DETALHES
           MOVE 0 TO WS-ENV-QTDE
           SET EOF-OK TO FALSE

           SET FS-PTL-OK TO TRUE
           OPEN INPUT PORTALREQ
           IF NOT FS-PTL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PORTAL (FS='
                       WS-FS-PTL ').'
               GO TO P150-FIM
           END-IF

           PERFORM P151-EXAMINA-LINHA THRU P151-FIM
               UNTIL EOF-OK
           CLOSE PORTALREQ
           SET EOF-OK TO FALSE

           IF ENV-PRIMEIRA-LINHA
               DISPLAY 'ARQUIVO DO PORTAL VAZIO.'
               GO TO P150-FIM
           END-IF
           IF NOT ENV-TRAILER-VISTO
               DISPLAY 'ARQUIVO SEM TRAILER. RECUSADO.'
               GO TO P150-FIM
           END-IF
           IF WS-ENV-QTDE NOT = WS-ENV-DETALHES
               DISPLAY 'TRAILER INFORMA ' WS-ENV-QTDE
                   ' PEDIDOS MAS O ARQUIVO TEM '
                   WS-ENV-DETALHES '. RECUSADO.'
               GO TO P150-FIM
           END-IF

           COMPUTE WS-ENV-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           COMPUTE WS-ENV-DIAS-HEADER =
               FUNCTION INTEGER-OF-DATE(WS-ENV-DATA)
           IF WS-ENV-DIAS-HEADER = 0
               DISPLAY 'DATA DO HEADER INVALIDA. RECUSADO.'
               GO TO P150-FIM
           END-IF
           COMPUTE WS-ENV-IDADE =
               WS-ENV-DIAS-HOJE - WS-ENV-DIAS-HEADER
           IF WS-ENV-IDADE > WS-VALIDADE-DIAS
               DISPLAY 'HEADER DE ' WS-ENV-DATA ' VENCIDO (MAIS DE '
                   WS-VALIDADE-DIAS ' DIAS). RECUSADO.'
               GO TO P150-FIM
           END-IF

           PERFORM P155-CONSULTA-REGISTRO THRU P155-FIM
           IF ENV-JA-CARREGADO
               DISPLAY 'ARQUIVO DE ' WS-ENV-ORIGEM ' DE '
                   WS-ENV-DATA ' JA FOI CARREGADO. RECUSADO.'
               GO TO P150-FIM
           END-IF

           SET ENVELOPE-OK TO TRUE
           DISPLAY 'ENVELOPE CONFERIDO: ORIGEM ' WS-ENV-ORIGEM
               ' DATA ' WS-ENV-DATA ' COM ' WS-ENV-DETALHES
               ' PEDIDOS.'
           .
       P150-FIM.

       P151-EXAMINA-LINHA.
           READ PORTALREQ
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P151-FIM
           END-READ
           IF ENV-PRIMEIRA-LINHA
               SET ENV-PRIMEIRA-LINHA TO FALSE
               IF NOT PTL-HEADER
                   DISPLAY 'ARQUIVO SEM HEADER. RECUSADO.'
                   SET EOF-OK TO TRUE
                   SET ENV-TRAILER-VISTO TO FALSE
                   GO TO P151-FIM
               END-IF
               MOVE PTL-ORIGEM TO WS-ENV-ORIGEM
               IF PTL-DATA-ARQ NUMERIC
                   MOVE PTL-DATA-ARQ TO WS-ENV-DATA
               ELSE
                   MOVE 0 TO WS-ENV-DATA
               END-IF
               GO TO P151-FIM
           END-IF
           IF PTL-TRAILER
               SET ENV-TRAILER-VISTO TO TRUE
               IF PTL-QTDE NUMERIC
                   MOVE PTL-QTDE TO WS-ENV-QTDE
               ELSE
                   MOVE 0 TO WS-ENV-QTDE
               END-IF
           ELSE
               ADD 1 TO WS-ENV-DETALHES
           END-IF
           .
       P151-FIM.

       P155-CONSULTA-REGISTRO.
           SET ENV-JA-CARREGADO TO FALSE
           SET FS-REG-OK TO TRUE
           SET EOF-OK TO FALSE

           OPEN INPUT ARQREG
           IF FS-REG-OK
               PERFORM P156-CONFERE-REGISTRO THRU P156-FIM
                   UNTIL EOF-OK OR ENV-JA-CARREGADO
               CLOSE ARQREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P155-FIM.

       P156-CONFERE-REGISTRO.
           READ ARQREG
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ARQ-ORIGEM = WS-ENV-ORIGEM
                           AND ARQ-DATA = WS-ENV-DATA
                           AND ARQ-PROGRAMA = 'PORTALCONT'
                       SET ENV-JA-CARREGADO TO TRUE
                   END-IF
           END-READ
           .
       P156-FIM.

       P200-CARREGAR-FILA.
           MOVE 0 TO WS-APR-QTD WS-APR-SEQ
           SET FILA-ESTOUROU TO FALSE
           SET EOF-OK TO FALSE
           SET FS-APR-OK TO TRUE
           OPEN INPUT APRFILA
           IF FS-APR-OK
               PERFORM P210-CARREGAR-ITEM THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE APRFILA
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-ITEM.
           READ APRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF WS-APR-QTD = 200
               SET FILA-ESTOUROU TO TRUE
               SET EOF-OK TO TRUE
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-APR-QTD
           MOVE REG-APRFILA TO WS-APR-ITEM(WS-APR-QTD)
           IF APR-SEQUENCIA > WS-APR-SEQ
               MOVE APR-SEQUENCIA TO WS-APR-SEQ
           END-IF
           .
       P210-FIM.

       P250-CARREGAR-PEDIDOS.
           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P250-FIM
           END-IF

           SET FS-PRT-OK TO TRUE
           OPEN OUTPUT PORTALRET
           IF NOT FS-PRT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPOSTA AO '
                   'PORTAL (FS=' WS-FS-PRT '). NADA FOI CARREGADO.'
               CLOSE CONTATOS
               MOVE 8 TO WS-FIM-RC
               GO TO P250-FIM
           END-IF
           MOVE SPACES          TO REG-PORTALRET
           MOVE 'H'             TO PRT-TIPO-REG
           MOVE WS-ENV-ORIGEM   TO PRT-ORIGEM
           MOVE WS-ENV-DATA     TO PRT-DATA-ARQ
           MOVE WS-DATA-SISTEMA TO PRT-DATA-PROC
           WRITE REG-PORTALRET

           SET FILA-ALTERADA TO FALSE
           SET EOF-OK TO FALSE
           OPEN INPUT PORTALREQ
           PERFORM P300-TRATAR-PEDIDO THRU P300-FIM
               UNTIL EOF-OK
           CLOSE PORTALREQ
           CLOSE CONTATOS

      * A FILA E REGRAVADA DEPOIS DO MESTRE: SE O JOB CAIR ENTRE OS
      * DOIS, UMA PENDENCIA CUJO CONSENTIMENTO FOI APLICADO FICA COM
      * A IMAGEM ANTES DESATUALIZADA E O APROVCONT A RECUSA PARA
      * RECAPTURA, COMO EM QUALQUER CONFLITO.
           IF FILA-ALTERADA
               PERFORM P700-REGRAVAR-FILA THRU P700-FIM
           END-IF

           MOVE SPACES         TO REG-PORTALRET
           MOVE 'T'            TO PRT-TIPO-REG
           MOVE WS-RET-QTDE    TO PRT-QTDE
           MOVE WS-RET-HASH    TO PRT-HASH
           WRITE REG-PORTALRET
           CLOSE PORTALRET

           MOVE WS-ENV-ORIGEM     TO WS-REM-DESTINO
           MOVE WS-RET-QTDE       TO WS-REM-REGISTROS
           MOVE WS-RET-HASH       TO WS-REM-TOTAL
           MOVE WS-PORTALRET-PATH TO WS-REM-ARQUIVO
           COPY GRAVREM.

           PERFORM P260-REGISTRAR-ARQUIVO THRU P260-FIM
           .
       P250-FIM.

       P260-REGISTRAR-ARQUIVO.
           SET FS-REG-OK TO TRUE
           OPEN EXTEND ARQREG
           IF WS-FS-REG EQUAL 35
               OPEN OUTPUT ARQREG
           END-IF

           IF FS-REG-OK
               MOVE SPACES          TO REG-ARQREG
               MOVE WS-ENV-ORIGEM   TO ARQ-ORIGEM
               MOVE WS-ENV-DATA     TO ARQ-DATA
               MOVE 'PORTALCONT'    TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DE ARQUIVOS '
                   'PROCESSADOS (FS=' WS-FS-REG ').'
           END-IF
           .
       P260-FIM.

      ******************************************************************
      * UM PEDIDO DO PORTAL.
      ******************************************************************
       P300-TRATAR-PEDIDO.
           READ PORTALREQ
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P300-FIM
           END-READ
           IF NOT PTL-DETALHE
      * HEADER E TRAILER JA CONFERIDOS PELO P150: NAO SAO PEDIDOS.
               GO TO P300-FIM
           END-IF
           ADD 1 TO WS-LIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE 0      TO WS-PENDENCIA

           PERFORM P310-IDENTIFICAR THRU P310-FIM
           IF PEDIDO-OK
               EVALUATE TRUE
                   WHEN PTL-PEDE-CONSENT
                       PERFORM P400-CONSENTIMENTO THRU P400-FIM
                   WHEN PTL-PEDE-ENDERECO
                   WHEN PTL-PEDE-TELEFONE
                   WHEN PTL-PEDE-EMAIL
                       UNLOCK CONTATOS
                       PERFORM P500-ALTERACAO THRU P500-FIM
                   WHEN OTHER
                       UNLOCK CONTATOS
                       SET PEDIDO-OK TO FALSE
                       MOVE 'TIPO DE PEDIDO INVALIDO' TO WS-MOTIVO
               END-EVALUATE
           END-IF

           MOVE SPACES          TO REG-PORTALRET
           MOVE 'D'             TO PRT-TIPO-REG
           MOVE PTL-PROTOCOLO   TO PRT-PROTOCOLO
           MOVE PTL-PEDIDO      TO PRT-PEDIDO
           MOVE WS-PENDENCIA    TO PRT-PENDENCIA
           IF PTL-ID-CONTATO NUMERIC
               MOVE PTL-ID-CONTATO TO PRT-ID-CONTATO
               ADD PTL-ID-CONTATO TO WS-RET-HASH
           ELSE
               MOVE 0 TO PRT-ID-CONTATO
           END-IF
           IF PEDIDO-OK
               IF PTL-PEDE-CONSENT
                   MOVE 'A' TO PRT-SITUACAO
                   ADD 1 TO WS-APLICADOS
               ELSE
                   MOVE 'F' TO PRT-SITUACAO
                   ADD 1 TO WS-ENFILEIRADOS
               END-IF
           ELSE
               MOVE 'R'       TO PRT-SITUACAO
               MOVE WS-MOTIVO TO PRT-MOTIVO
               ADD 1 TO WS-REJEITADOS
               DISPLAY 'PEDIDO ' PTL-PROTOCOLO ' REJEITADO: '
                       WS-MOTIVO
           END-IF
           WRITE REG-PORTALRET
           ADD 1 TO WS-RET-QTDE
           .
       P300-FIM.

      * PROVA DE IDENTIDADE: O CPF INFORMADO TEM QUE SER O DO
      * TITULAR NO MESTRE. PESSOA JURIDICA E CONTATO SEM CPF
      * CADASTRADO NAO TEM COMO PROVAR E SEGUEM PELO SAC.
       P310-IDENTIFICAR.
           SET PEDIDO-OK TO FALSE
           IF PTL-ID-CONTATO NOT NUMERIC OR PTL-CPF NOT NUMERIC
               MOVE 'ID OU CPF NAO NUMERICO' TO WS-MOTIVO
               GO TO P310-FIM
           END-IF
           MOVE PTL-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'CONTATO NAO ENCONTRADO' TO WS-MOTIVO
                   GO TO P310-FIM
           END-READ
           EVALUATE TRUE
               WHEN CONTATO-EXCLUIDO
                   MOVE 'CONTATO EXCLUIDO' TO WS-MOTIVO
               WHEN PESSOA-JURIDICA
                   MOVE 'PESSOA JURIDICA - ATENDIMENTO PELO SAC'
                       TO WS-MOTIVO
               WHEN NR-CPF = 0
                   MOVE 'CPF NAO CADASTRADO - ATENDIMENTO PELO SAC'
                       TO WS-MOTIVO
               WHEN NR-CPF NOT = PTL-CPF
                   MOVE 'CPF NAO CONFERE COM O CADASTRO' TO WS-MOTIVO
               WHEN CPF-TITULAR-FALECIDO
                   MOVE 'TITULAR FALECIDO - ATENDIMENTO PELO SAC'
                       TO WS-MOTIVO
               WHEN OTHER
                   SET PEDIDO-OK TO TRUE
           END-EVALUATE
           IF NOT PEDIDO-OK
               UNLOCK CONTATOS
           END-IF
           MOVE REG-CONTATOS TO WS-IMAGEM-MESTRE
           .
       P310-FIM.

      ******************************************************************
      * CONSENTIMENTO: APLICADO NA HORA, COMO O SAC FARIA.
      ******************************************************************
       P400-CONSENTIMENTO.
           SET PEDIDO-OK TO FALSE
           IF (PTL-OPT-MALA NOT = 'S' AND NOT = 'N' AND NOT = SPACE)
              OR (PTL-OPT-EMAIL NOT = 'S' AND NOT = 'N'
                                          AND NOT = SPACE)
              OR (PTL-OPT-SMS NOT = 'S' AND NOT = 'N' AND NOT = SPACE)
              OR (PTL-OPT-TEL NOT = 'S' AND NOT = 'N' AND NOT = SPACE)
               MOVE 'CONSENTIMENTO INVALIDO (USE S OU N)'
                   TO WS-MOTIVO
               UNLOCK CONTATOS
               GO TO P400-FIM
           END-IF

           IF PTL-OPT-MALA NOT = SPACE
                   AND PTL-OPT-MALA NOT = IND-OPT-MALA
               MOVE PTL-OPT-MALA    TO IND-OPT-MALA
               MOVE WS-DATA-SISTEMA TO DT-CONSENTIMENTO
           END-IF
           IF PTL-OPT-EMAIL NOT = SPACE
                   AND PTL-OPT-EMAIL NOT = IND-OPT-EMAIL
               MOVE PTL-OPT-EMAIL   TO IND-OPT-EMAIL
               MOVE WS-DATA-SISTEMA TO DT-CONSENTIMENTO
           END-IF
           IF PTL-OPT-TEL NOT = SPACE
                   AND PTL-OPT-TEL NOT = IND-OPT-TEL
               MOVE PTL-OPT-TEL     TO IND-OPT-TEL
               MOVE WS-DATA-SISTEMA TO DT-CONSENTIMENTO
           END-IF
      * O SMS TEM DATA DE CONSENTIMENTO PROPRIA.
           IF PTL-OPT-SMS NOT = SPACE
                   AND PTL-OPT-SMS NOT = IND-OPT-SMS
               MOVE PTL-OPT-SMS     TO IND-OPT-SMS
               MOVE WS-DATA-SISTEMA TO DT-OPT-SMS
           END-IF
           IF REG-CONTATOS = WS-IMAGEM-MESTRE
               MOVE 'DADOS IGUAIS AO CADASTRO' TO WS-MOTIVO
               UNLOCK CONTATOS
               GO TO P400-FIM
           END-IF

           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           UNLOCK CONTATOS
           SET PEDIDO-OK TO TRUE

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'CONSENT'        TO WS-JOR-OPERACAO
           MOVE WS-IMAGEM-MESTRE TO WS-JOR-ANTES
           MOVE REG-CONTATOS     TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           MOVE IND-OPT-MALA     TO WS-NOVO-OPT-MALA
           MOVE IND-OPT-EMAIL    TO WS-NOVO-OPT-EMAIL
           MOVE IND-OPT-SMS      TO WS-NOVO-OPT-SMS
           MOVE IND-OPT-TEL      TO WS-NOVO-OPT-TEL
           MOVE DT-CONSENTIMENTO TO WS-NOVO-DT-CONSENT
           MOVE DT-OPT-SMS       TO WS-NOVO-DT-OPT-SMS
           MOVE REG-CONTATOS     TO WS-IMAGEM-BASE
           SET WS-AIDX TO 1
           PERFORM P410-ACERTAR-PENDENCIA THRU P410-FIM
               UNTIL WS-AIDX > WS-APR-QTD
           .
       P400-FIM.

      * UMA PENDENCIA AINDA NAO DECIDIDA DO CONTATO, CAPTURADA SOBRE
      * O MESTRE DE ANTES DESTE CONSENTIMENTO, PASSA A TE-LO NAS
      * DUAS IMAGENS; SENAO O APROVCONT A ACHARIA DESATUALIZADA E O
      * CLIENTE PERDERIA O PEDIDO ANTERIOR. PENDENCIA JA
      * DESATUALIZADA CONTINUA COMO ESTA.
       P410-ACERTAR-PENDENCIA.
           MOVE WS-APR-ITEM(WS-AIDX) TO REG-APRFILA
           IF APR-PENDENTE AND APR-ID-CONTATO = ID-CONTATO
                   AND APR-IMAGEM-ANTES = WS-IMAGEM-MESTRE
               MOVE APR-IMAGEM-DEPOIS  TO REG-CONTATOS
               MOVE WS-NOVO-OPT-MALA   TO IND-OPT-MALA
               MOVE WS-NOVO-OPT-EMAIL  TO IND-OPT-EMAIL
               MOVE WS-NOVO-OPT-SMS    TO IND-OPT-SMS
               MOVE WS-NOVO-OPT-TEL    TO IND-OPT-TEL
               MOVE WS-NOVO-DT-CONSENT TO DT-CONSENTIMENTO
               MOVE WS-NOVO-DT-OPT-SMS TO DT-OPT-SMS
               MOVE REG-CONTATOS       TO APR-IMAGEM-DEPOIS
               MOVE WS-IMAGEM-BASE     TO APR-IMAGEM-ANTES
               MOVE REG-APRFILA        TO WS-APR-ITEM(WS-AIDX)
               MOVE WS-IMAGEM-BASE     TO REG-CONTATOS
               SET FILA-ALTERADA TO TRUE
           END-IF
           SET WS-AIDX UP BY 1
           .
       P410-FIM.

      ******************************************************************
      * ENDERECO, TELEFONE E E-MAIL: PENDENCIA PARA O SUPERVISOR.
      ******************************************************************
       P500-ALTERACAO.
           SET PEDIDO-OK TO FALSE
           PERFORM P510-PROCURA-PENDENCIA THRU P510-FIM
           IF OUTRA-PENDENCIA
               MOVE 'OUTRA ALTERACAO AGUARDA APROVACAO NO SAC'
                   TO WS-MOTIVO
               GO TO P500-FIM
           END-IF
      * O PEDIDO E MONTADO SOBRE A PENDENCIA DO PORTAL JA ABERTA
      * PARA O CONTATO, SE HOUVER: O SUPERVISOR DECIDE TUDO DE UMA
      * VEZ E A SEGUNDA PENDENCIA NAO NASCE DESATUALIZADA.
           IF WS-APR-POS > 0
               MOVE WS-APR-ITEM(WS-APR-POS) TO REG-APRFILA
               MOVE APR-IMAGEM-DEPOIS TO REG-CONTATOS
           END-IF
           MOVE REG-CONTATOS TO WS-IMAGEM-BASE

           EVALUATE TRUE
               WHEN PTL-PEDE-ENDERECO
                   PERFORM P520-ENDERECO THRU P520-FIM
               WHEN PTL-PEDE-TELEFONE
                   PERFORM P530-TELEFONE THRU P530-FIM
               WHEN PTL-PEDE-EMAIL
                   PERFORM P540-EMAIL THRU P540-FIM
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               GO TO P500-FIM
           END-IF
           IF REG-CONTATOS = WS-IMAGEM-BASE
               MOVE 'DADOS IGUAIS AO CADASTRO' TO WS-MOTIVO
               GO TO P500-FIM
           END-IF

           IF WS-APR-POS > 0
               MOVE REG-CONTATOS TO APR-IMAGEM-DEPOIS
               MOVE REG-APRFILA  TO WS-APR-ITEM(WS-APR-POS)
           ELSE
               IF WS-APR-QTD = 200
                   MOVE 'FILA DE APROVACAO CHEIA - REENVIE AMANHA'
                       TO WS-MOTIVO
                   GO TO P500-FIM
               END-IF
               PERFORM P550-NOVA-PENDENCIA THRU P550-FIM
           END-IF
           MOVE APR-SEQUENCIA TO WS-PENDENCIA
           SET FILA-ALTERADA TO TRUE
           SET PEDIDO-OK TO TRUE
           .
       P500-FIM.

      * PENDENCIA AINDA NAO DECIDIDA DO CONTATO: A DO PROPRIO PORTAL
      * RECEBE O PEDIDO; A DE UM OPERADOR DO SAC BARRA O PEDIDO.
       P510-PROCURA-PENDENCIA.
           MOVE 0 TO WS-APR-POS
           SET OUTRA-PENDENCIA TO FALSE
           SET WS-AIDX TO 1
           PERFORM P515-CONFERE-PENDENCIA THRU P515-FIM
               UNTIL WS-AIDX > WS-APR-QTD
           .
       P510-FIM.

       P515-CONFERE-PENDENCIA.
           MOVE WS-APR-ITEM(WS-AIDX) TO REG-APRFILA
           IF APR-PENDENTE AND APR-ID-CONTATO = ID-CONTATO
               IF APR-OPERADOR = WS-JOR-OPERADOR
                       AND APR-OPERACAO = 'ALTERACAO'
                   SET WS-APR-POS TO WS-AIDX
               ELSE
                   SET OUTRA-PENDENCIA TO TRUE
               END-IF
           END-IF
           SET WS-AIDX UP BY 1
           .
       P515-FIM.

       P520-ENDERECO.
           IF ENDERECO-EXTERIOR
               MOVE 'ENDERECO NO EXTERIOR - ATENDIMENTO PELO SAC'
                   TO WS-MOTIVO
               GO TO P520-FIM
           END-IF
           IF PTL-RUA = SPACES OR PTL-CIDADE = SPACES
                   OR PTL-UF = SPACES
               MOVE 'ENDERECO INCOMPLETO' TO WS-MOTIVO
               GO TO P520-FIM
           END-IF
           IF PTL-CEP NOT NUMERIC OR PTL-CEP = ZEROES
               MOVE 'CEP INVALIDO' TO WS-MOTIVO
               GO TO P520-FIM
           END-IF
           MOVE 'M'        TO VAL-CAMPO
           MOVE PTL-CIDADE TO VAL-CIDADE
           MOVE PTL-UF     TO VAL-UF
           CALL 'VALIDCONT' USING VALIDACAO-CONTATO
           IF NOT VAL-MUNIC-VALIDO
               MOVE 'CIDADE/UF NAO CADASTRADAS' TO WS-MOTIVO
               GO TO P520-FIM
           END-IF

      * ENDERECO TROCADO: A MARCA DE DEVOLUCAO DEIXA DE VALER, COMO
      * NO ALTERCONT.
           IF PTL-ENDERECO(1:55) NOT = WS-ENDERECO
                   AND ENDERECO-DEVOLVIDO
               MOVE SPACE TO IND-END-DEVOLVIDO
               MOVE 0     TO DT-DEVOLUCAO
           END-IF
           MOVE PTL-RUA    TO WS-RUA
           MOVE PTL-BAIRRO TO WS-BAIRRO
           MOVE PTL-CIDADE TO WS-CIDADE
           MOVE PTL-UF     TO WS-UF
           MOVE PTL-CEP    TO WS-CEP
           .
       P520-FIM.

       P530-TELEFONE.
           IF PTL-PAIS NOT NUMERIC OR PTL-DDD NOT NUMERIC
                   OR PTL-PREFIXO NOT NUMERIC
                   OR PTL-SUFIXO NOT NUMERIC
               MOVE 'TELEFONE INVALIDO' TO WS-MOTIVO
               GO TO P530-FIM
           END-IF
           MOVE 'T'         TO VAL-CAMPO
           MOVE PTL-PAIS    TO VAL-PAIS
           IF VAL-PAIS = 0
               MOVE 55 TO VAL-PAIS
           END-IF
           MOVE PTL-DDD     TO VAL-DDD
           MOVE PTL-PREFIXO TO VAL-PREFIXO
           MOVE PTL-SUFIXO  TO VAL-SUFIXO
           IF VAL-PREFIXO > 9999
               MOVE 'M' TO VAL-TIPO-TEL
           ELSE
               MOVE 'F' TO VAL-TIPO-TEL
           END-IF
           CALL 'VALIDCONT' USING VALIDACAO-CONTATO
           IF NOT VAL-TEL-VALIDO
               MOVE 'TELEFONE INVALIDO' TO WS-MOTIVO
               GO TO P530-FIM
           END-IF
           IF VAL-PAIS = 55
               MOVE 'D' TO VAL-CAMPO
               CALL 'VALIDCONT' USING VALIDACAO-CONTATO
               IF NOT VAL-DDD-VALIDO
                   MOVE 'DDD NAO CADASTRADO' TO WS-MOTIVO
                   GO TO P530-FIM
               END-IF
           END-IF

           MOVE VAL-PAIS     TO WS-PAIS
           MOVE VAL-DDD      TO WS-DDD
           MOVE VAL-PREFIXO  TO WS-PREFIXO
           MOVE VAL-SUFIXO   TO WS-SUFIXO
           MOVE VAL-TIPO-TEL TO WS-TIPO-TEL
           .
       P530-FIM.

       P540-EMAIL.
           MOVE 'E'       TO VAL-CAMPO
           MOVE PTL-EMAIL TO VAL-EMAIL
           CALL 'VALIDCONT' USING VALIDACAO-CONTATO
           IF NOT VAL-EMAIL-VALIDO
               MOVE 'E-MAIL INVALIDO' TO WS-MOTIVO
               GO TO P540-FIM
           END-IF
      * E-MAIL TROCADO: A MARCA DE DEVOLUCAO DO PROVEDOR DEIXA DE
      * VALER, COMO NO ALTERCONT.
           IF PTL-EMAIL NOT = WS-EMAIL AND EMAIL-DEVOLVIDO
               MOVE SPACE TO IND-EMAIL-DEVOLVIDO
               MOVE 0     TO DT-DEVOL-EMAIL
           END-IF
           MOVE PTL-EMAIL TO WS-EMAIL
           .
       P540-FIM.

      * PENDENCIA NOVA NO DESENHO DO P370 DO ALTERCONT: A IMAGEM
      * ANTES E O MESTRE COMO ESTA, A DEPOIS O MESTRE COM O PEDIDO.
       P550-NOVA-PENDENCIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           ADD 1 TO WS-APR-SEQ
           MOVE SPACES              TO REG-APRFILA
           MOVE WS-APR-SEQ          TO APR-SEQUENCIA
           MOVE 'ALTERACAO'         TO APR-OPERACAO
           MOVE ID-CONTATO          TO APR-ID-CONTATO
           MOVE WS-DATA-SISTEMA     TO APR-DATA
           MOVE WS-HORA-SISTEMA     TO APR-HORA
           MOVE WS-JOR-OPERADOR     TO APR-OPERADOR
           MOVE 'P'                 TO APR-SITUACAO
           MOVE 0                   TO APR-MOTIVO-EXCLUSAO
           MOVE WS-IMAGEM-MESTRE    TO APR-IMAGEM-ANTES
           MOVE REG-CONTATOS        TO APR-IMAGEM-DEPOIS
           MOVE 0                   TO APR-DT-DECISAO
           ADD 1 TO WS-APR-QTD
           MOVE REG-APRFILA TO WS-APR-ITEM(WS-APR-QTD)
           .
       P550-FIM.

       P700-REGRAVAR-FILA.
           SET FS-APR-OK TO TRUE
           OPEN OUTPUT APRFILA
           IF NOT FS-APR-OK
               DISPLAY 'ERRO AO REGRAVAR A FILA DE APROVACAO (FS='
                       WS-FS-APR '). PENDENCIAS DO PORTAL PERDIDAS.'
               MOVE 8 TO WS-FIM-RC
               GO TO P700-FIM
           END-IF
           SET WS-AIDX TO 1
           PERFORM P710-REGRAVAR-ITEM THRU P710-FIM
               UNTIL WS-AIDX > WS-APR-QTD
           CLOSE APRFILA
           .
       P700-FIM.

       P710-REGRAVAR-ITEM.
           MOVE WS-APR-ITEM(WS-AIDX) TO REG-APRFILA
           WRITE REG-APRFILA
           SET WS-AIDX UP BY 1
           .
       P710-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PORTALCONT.
