      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: ATUALIZACAO EM MASSA DO MESTRE DE CONTATOS POR
      *          CRITERIO (VEJA MASSAPARM.cpy): TROCA DE DDD NUM
      *          DESMEMBRAMENTO DA ANATEL (DDD + FAIXA DE PREFIXOS),
      *          REAGRUPAMENTO DE UMA PROFISSAO INTEIRA NUM CD-GRUPO
      *          NOVO, MUDANCA DE CICLO DE VIDA DE UM CONJUNTO. DUAS
      *          PASSADAS, ESCOLHIDAS POR MASSA_MODO:
      *          PREVIA   (PADRAO) LE O MASSAPARM, CONTA E LISTA NO
      *                   RELMASSA OS CONTATOS QUE MUDARIAM, GRAVA A
      *                   LISTA NOMINAL NO MASSALST E PARA O LOTE
      *                   INTEIRO NA FILA QUATRO-OLHOS (APRFILA) COMO
      *                   UMA UNICA PENDENCIA 'MASSA';
      *          APLICAR  SO COM O LOTE APROVADO NO APROVCONT:
      *                   APLICA OS PARAMETROS APROVADOS AOS CONTATOS
      *                   DA LISTA DA PREVIA (QUEM NAO CASA MAIS COM A
      *                   SELECAO FICA DE FORA), JORNALIZA CADA
      *                   REGISTRO COM AS IMAGENS ANTES/DEPOIS (O
      *                   REVERTCONT DESFAZ CONTATO A CONTATO) E MARCA
      *                   O LOTE COMO EXECUTADO. A TROCA DE CICLO SAI
      *                   NO JORNAL COMO 'CICLO', COMO NO ALTERCONT; AS
      *                   DEMAIS COMO 'MASSA'. GRAVA PONTO DE CONTROLE
      *                   (CHKPONTO) PARA RETOMAR UM JOB INTERROMPIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSACONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS WS-FS2.

               SELECT MASSAPARM ASSIGN TO DYNAMIC
               WS-MASSAPARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

               SELECT MASSALST ASSIGN TO DYNAMIC
               WS-MASSALST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LST.

               SELECT APRFILA ASSIGN TO DYNAMIC
               WS-APRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APR.

               SELECT RELMASSA ASSIGN TO DYNAMIC
               WS-RELMASSA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT TELIDX ASSIGN TO DYNAMIC
               WS-TELIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS TLX-CHAVE
               FILE STATUS IS WS-FS-TLX.

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

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD MASSAPARM.
          COPY MASSAPARM.

      * LISTA NOMINAL DA PREVIA: O LOTE E OS CONTATOS ATINGIDOS. A
      * APLICACAO SO PASSA POR ESTES CONTATOS.
       FD MASSALST.
       01 REG-MASSALST.
           03 MSL-LOTE               PIC 9(05).
           03 MSL-ID-CONTATO         PIC 9(05).

       FD APRFILA.
          COPY APRFILA.

       FD RELMASSA.
       01 REG-RELMASSA              PIC X(132).

      * INDICE DE BUSCA POR TELEFONE (VEJA IDXCONT), MANTIDO EM PASSO
      * NA TROCA DE DDD, COMO O APROVCONT FAZ NA APLICACAO.
       FD TELIDX.
          COPY TELIDX.

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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'MASSACONT'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-MASSAPARM-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MASSAPARM.TXT'.
       77 WS-FS-PRM                 PIC 99.
          88 FS-PRM-OK              VALUE 0.
       77 WS-MASSALST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MASSALST.TXT'.
       77 WS-FS-LST                 PIC 99.
          88 FS-LST-OK              VALUE 0.
       77 WS-APRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'.
       77 WS-FS-APR                 PIC 99.
          88 FS-APR-OK              VALUE 0.
       77 WS-RELMASSA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELMASSA.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-TELIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELIDX.DAT'.
       77 WS-FS-TLX                 PIC 99.
          88 FS-TLX-OK              VALUE 0.

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

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'MASSACONT'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'MASSACONT'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * PONTO DE CONTROLE DA APLICACAO (VEJA CKPINI.cpy). A
      * REFERENCIA E O NUMERO DO LOTE.
       77 WS-CKP-PROGRAMA           PIC X(12) VALUE 'MASSACONT'.
       77 WS-CKP-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CKP-DATA-PROC          PIC 9(08) VALUE ZEROES.
       77 WS-CKP-REFAZER            PIC X(01) VALUE SPACES.
       77 WS-CKP-REFERENCIA         PIC X(10) VALUE SPACES.
       77 WS-CKP-MODO               PIC X(01) VALUE 'N'.
          88 CKP-MODO-NOVO          VALUE 'N'.
          88 CKP-MODO-RETOMADA      VALUE 'T'.
          88 CKP-MODO-RECUSADO      VALUE 'R'.
           COPY CHKPONTO.
       77 WS-CKP-SALTAR             PIC 9(07) VALUE ZEROES.

      * PREVIA OU APLICAR (MASSA_MODO).
       77 WS-MODO                   PIC X(07) VALUE SPACES.
          88 MODO-APLICAR           VALUE 'APLICAR'.

      * COPIA EM MEMORIA DA FILA (MESMO MOLDE DO APROVCONT), PARA
      * ACHAR O LOTE E REGRAVAR A FILA COM ELE MARCADO.
       77 WS-APR-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-APR-SEQ                PIC 9(05) VALUE ZEROES.
       77 WS-APR-POS                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FILA.
           03 WS-APR-ITEM OCCURS 200 TIMES INDEXED BY WS-AIDX
                                    PIC X(903).

       77 WS-LOTE                   PIC 9(05) VALUE ZEROES.
       77 WS-LOTE-ABERTO            PIC 9(05) VALUE ZEROES.

       77 WS-PARM-OK                PIC X VALUE 'N'.
          88 PARM-OK                VALUE 'S' FALSE 'N'.
       77 WS-SELECIONADO            PIC X VALUE 'N'.
          88 SELECIONADO            VALUE 'S' FALSE 'N'.
       77 WS-MUDOU                  PIC X VALUE 'N'.
          88 MUDOU                  VALUE 'S' FALSE 'N'.
       77 WS-DDD-MUDOU              PIC X VALUE 'N'.
          88 DDD-MUDOU              VALUE 'S' FALSE 'N'.
       77 WS-CICLO-MUDOU            PIC X VALUE 'N'.
          88 CICLO-MUDOU            VALUE 'S' FALSE 'N'.
       77 WS-PREFIXO-ATE            PIC 9(05) VALUE ZEROES.

      * VALORES ANTERIORES DOS CAMPOS ATRIBUIDOS, PARA O RELATORIO E
      * PARA A CHAVE ANTIGA DO TELIDX.
       77 WS-ANTES-DDD              PIC 9(02) VALUE ZEROES.
       77 WS-ANTES-GRUPO            PIC 9(02) VALUE ZEROES.
       77 WS-ANTES-CICLO            PIC X(01) VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-SELECIONADOS           PIC 9(05) VALUE ZEROES.
       77 WS-APLICADOS              PIC 9(05) VALUE ZEROES.
       77 WS-SEM-MUDANCA            PIC 9(05) VALUE ZEROES.
       77 WS-FORA-SELECAO           PIC 9(05) VALUE ZEROES.
       77 WS-NAO-ENCONTRADOS        PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ATUALIZACAO EM MASSA DE CONTATOS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           IF MODO-APLICAR
               PERFORM P500-APLICAR THRU P500-FIM
               MOVE WS-APLICADOS TO WS-FIM-CONT1
               COMPUTE WS-FIM-CONT2 = WS-SEM-MUDANCA
                   + WS-FORA-SELECAO + WS-NAO-ENCONTRADOS
           ELSE
               PERFORM P200-PREVIA THRU P200-FIM
               MOVE WS-SELECIONADOS TO WS-FIM-CONT1
               MOVE WS-SEM-MUDANCA  TO WS-FIM-CONT2
           END-IF
           MOVE WS-LOTE TO WS-FIM-CONT3
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

           DISPLAY 'MASSAPARM_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-MASSAPARM-PATH    FROM ENVIRONMENT-VALUE
           IF WS-MASSAPARM-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\MASSAPARM.TXT'
                   TO WS-MASSAPARM-PATH
           END-IF

           DISPLAY 'MASSALST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-MASSALST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-MASSALST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\MASSALST.TXT'
                   TO WS-MASSALST-PATH
           END-IF

           DISPLAY 'APRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-APRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-APRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'
                   TO WS-APRFILA-PATH
           END-IF

           DISPLAY 'RELMASSA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELMASSA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELMASSA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELMASSA.TXT'
                   TO WS-RELMASSA-PATH
           END-IF

           DISPLAY 'TELIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-TELIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TELIDX.DAT'
                   TO WS-TELIDX-PATH
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

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

           DISPLAY 'CHKPONTO_REFAZER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKP-REFAZER       FROM ENVIRONMENT-VALUE

           DISPLAY 'MASSA_MODO'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-MODO              FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      ******************************************************************
      * PREVIA: CONTA E LISTA, NAO MEXE NO MESTRE.
      ******************************************************************
       P200-PREVIA.
           DISPLAY 'MODO PREVIA: NENHUM CONTATO SERA ALTERADO.'
           SET FS-PRM-OK TO TRUE
           OPEN INPUT MASSAPARM
           IF NOT FS-PRM-OK
               DISPLAY 'ARQUIVO DE PARAMETROS NAO ENCONTRADO (FS='
                       WS-FS-PRM ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           READ MASSAPARM
               AT END
                   DISPLAY 'ARQUIVO DE PARAMETROS VAZIO.'
                   MOVE 8 TO WS-FIM-RC
           END-READ
           CLOSE MASSAPARM
           IF WS-FIM-RC > 0
               GO TO P200-FIM
           END-IF

           PERFORM P210-VALIDAR-PARAMETROS THRU P210-FIM
           IF NOT PARM-OK
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

      * UM LOTE DE CADA VEZ: A LISTA DA PREVIA E UNICA, ENTAO UM LOTE
      * AINDA PENDENTE OU APROVADO E NAO APLICADO BARRA A PREVIA NOVA.
           PERFORM P220-CARREGAR-FILA THRU P220-FIM
           IF WS-LOTE-ABERTO > 0
               DISPLAY 'O LOTE ' WS-LOTE-ABERTO ' AINDA ESTA NA FILA '
                   '(PENDENTE OU APROVADO SEM APLICACAO). APLIQUE-O '
                   'OU PECA A REJEICAO ANTES DE UMA PREVIA NOVA.'
               MOVE 4 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           COMPUTE WS-LOTE = WS-APR-SEQ + 1

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           SET FS-LST-OK TO TRUE
           OPEN OUTPUT MASSALST
           IF NOT FS-LST-OK
               DISPLAY 'ERRO AO GRAVAR A LISTA DA PREVIA (FS='
                       WS-FS-LST ').'
               MOVE 8 TO WS-FIM-RC
               CLOSE CONTATOS
               GO TO P200-FIM
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELMASSA
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA PREVIA (FS='
                       WS-FS-REL ').'
           END-IF
           PERFORM P700-CABECALHO THRU P700-FIM

           SET EOF-OK TO FALSE
           PERFORM P230-PREVER-CONTATO THRU P230-FIM
               UNTIL EOF-OK
           CLOSE CONTATOS
           CLOSE MASSALST

           MOVE SPACES TO REG-RELMASSA
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELMASSA
           STRING 'CONTATOS LIDOS: '          DELIMITED BY SIZE
                  WS-LIDOS                    DELIMITED BY SIZE
                  '  ATINGIDOS: '             DELIMITED BY SIZE
                  WS-SELECIONADOS             DELIMITED BY SIZE
                  '  NA SELECAO SEM MUDANCA: ' DELIMITED BY SIZE
                  WS-SEM-MUDANCA              DELIMITED BY SIZE
                  INTO REG-RELMASSA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-SELECIONADOS = 0
               MOVE 'NENHUM CONTATO SERIA ALTERADO. LOTE NAO ENVIADO '
                   TO REG-RELMASSA
               MOVE 'PARA APROVACAO.' TO REG-RELMASSA(49:15)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 0 TO WS-LOTE
               MOVE 4 TO WS-FIM-RC
           ELSE
               PERFORM P260-ENFILEIRAR-LOTE THRU P260-FIM
           END-IF

           IF FS-REL-OK
               CLOSE RELMASSA
               MOVE 'RELMASSA'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELMASSA-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P200-FIM.

      * PARAMETRO VALIDO: AO MENOS UMA ATRIBUICAO, AO MENOS UM
      * CRITERIO (SELECAO VAZIA PEGARIA O CADASTRO INTEIRO), CICLOS
      * P/C/I E FAIXA DE PREFIXOS SO DENTRO DE UM DDD.
       P210-VALIDAR-PARAMETROS.
           SET PARM-OK TO FALSE
           IF MSP-SEL-DDD NOT NUMERIC
                   OR MSP-SEL-PREFIXO-DE NOT NUMERIC
                   OR MSP-SEL-PREFIXO-ATE NOT NUMERIC
                   OR MSP-SEL-GRUPO NOT NUMERIC
                   OR MSP-SEL-FILIAL NOT NUMERIC
                   OR MSP-NOVO-DDD NOT NUMERIC
                   OR MSP-NOVO-GRUPO NOT NUMERIC
               DISPLAY 'PARAMETRO COM CAMPO NUMERICO INVALIDO (DDD, '
                   'PREFIXO, GRUPO OU FILIAL).'
               GO TO P210-FIM
           END-IF
           IF MSP-NOVO-DDD = 0 AND MSP-NOVO-GRUPO = 0
                   AND MSP-NOVO-CICLO = SPACE
               DISPLAY 'NENHUMA ATRIBUICAO INFORMADA (DDD, GRUPO OU '
                   'CICLO NOVO).'
               GO TO P210-FIM
           END-IF
           IF MSP-NOVO-CICLO NOT = SPACE AND NOT = 'P'
                   AND NOT = 'C' AND NOT = 'I'
               DISPLAY 'CICLO NOVO INVALIDO: ' MSP-NOVO-CICLO
                   ' (USE P, C OU I).'
               GO TO P210-FIM
           END-IF
           IF MSP-SEL-CICLO NOT = SPACE AND NOT = 'P'
                   AND NOT = 'C' AND NOT = 'I'
               DISPLAY 'CICLO DA SELECAO INVALIDO: ' MSP-SEL-CICLO
                   ' (USE P, C OU I).'
               GO TO P210-FIM
           END-IF
           IF MSP-SEL-UF = SPACES AND MSP-SEL-DDD = 0
                   AND MSP-SEL-GRUPO = 0
                   AND MSP-SEL-PROFISSAO = SPACES
                   AND MSP-SEL-CIDADE = SPACES
                   AND MSP-SEL-FILIAL = 0
                   AND MSP-SEL-CICLO = SPACE
               DISPLAY 'SELECAO VAZIA: O LOTE ATINGIRIA O CADASTRO '
                   'INTEIRO. INFORME AO MENOS UM CRITERIO.'
               GO TO P210-FIM
           END-IF
           IF (MSP-SEL-PREFIXO-DE > 0 OR MSP-SEL-PREFIXO-ATE > 0)
                   AND MSP-SEL-DDD = 0
               DISPLAY 'FAIXA DE PREFIXOS SEM DDD NA SELECAO.'
               GO TO P210-FIM
           END-IF
           IF MSP-SEL-PREFIXO-ATE > 0
                   AND MSP-SEL-PREFIXO-DE > MSP-SEL-PREFIXO-ATE
               DISPLAY 'FAIXA DE PREFIXOS INVERTIDA.'
               GO TO P210-FIM
           END-IF
           IF MSP-DESCRICAO = SPACES
               MOVE 'ATUALIZACAO EM MASSA' TO MSP-DESCRICAO
           END-IF
           SET PARM-OK TO TRUE
           .
       P210-FIM.

      * CARREGA A FILA: ULTIMA SEQUENCIA (O LOTE NOVO E A SEGUINTE,
      * COMO NO ALTERCONT) E O LOTE 'MASSA' AINDA ABERTO, SE HOUVER.
       P220-CARREGAR-FILA.
           MOVE 0 TO WS-APR-QTD WS-APR-SEQ WS-LOTE-ABERTO WS-APR-POS
           SET EOF-OK TO FALSE
           SET FS-APR-OK TO TRUE
           OPEN INPUT APRFILA
           IF FS-APR-OK
               PERFORM P225-CARREGAR-ITEM THRU P225-FIM
                   UNTIL EOF-OK
               CLOSE APRFILA
           END-IF
           SET EOF-OK TO FALSE
           .
       P220-FIM.

       P225-CARREGAR-ITEM.
           READ APRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P225-FIM
           END-READ
           IF APR-SEQUENCIA > WS-APR-SEQ
               MOVE APR-SEQUENCIA TO WS-APR-SEQ
           END-IF
           IF APR-OPERACAO = 'MASSA'
                   AND (APR-PENDENTE OR APR-SITUACAO = 'A')
               MOVE APR-SEQUENCIA TO WS-LOTE-ABERTO
           END-IF
           IF WS-APR-QTD < 200
               ADD 1 TO WS-APR-QTD
               MOVE REG-APRFILA TO WS-APR-ITEM(WS-APR-QTD)
               IF APR-OPERACAO = 'MASSA' AND APR-SEQUENCIA = WS-LOTE
                       AND WS-LOTE > 0
                   MOVE WS-APR-QTD TO WS-APR-POS
               END-IF
           ELSE
               DISPLAY 'ATENCAO: LIMITE DE 200 ITENS NA FILA '
                   'ATINGIDO. OS DEMAIS FORAM IGNORADOS.'
               SET EOF-OK TO TRUE
           END-IF
           .
       P225-FIM.

       P230-PREVER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P230-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           PERFORM P400-CONFERE-SELECAO THRU P400-FIM
           IF NOT SELECIONADO
               GO TO P230-FIM
           END-IF
           PERFORM P410-MONTAR-DEPOIS THRU P410-FIM
           IF NOT MUDOU
               ADD 1 TO WS-SEM-MUDANCA
               GO TO P230-FIM
           END-IF

           ADD 1 TO WS-SELECIONADOS
           MOVE WS-LOTE    TO MSL-LOTE
           MOVE ID-CONTATO TO MSL-ID-CONTATO
           WRITE REG-MASSALST
           PERFORM P720-LINHA-CONTATO THRU P720-FIM
           .
       P230-FIM.

      * O LOTE VAI PARA A FILA QUATRO-OLHOS COMO UMA PENDENCIA SO:
      * OS PARAMETROS (COM A CONTAGEM) NA IMAGEM DEPOIS E UM RESUMO
      * LEGIVEL NA IMAGEM ANTES.
       P260-ENFILEIRAR-LOTE.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-SELECIONADOS TO MSP-QTD-PREVIA

           MOVE SPACES              TO REG-APRFILA
           MOVE WS-LOTE             TO APR-SEQUENCIA
           MOVE 'MASSA'             TO APR-OPERACAO
           MOVE 0                   TO APR-ID-CONTATO
           MOVE WS-DATA-SISTEMA     TO APR-DATA
           MOVE WS-HORA-SISTEMA     TO APR-HORA
           MOVE WS-JOR-OPERADOR     TO APR-OPERADOR
           MOVE 'P'                 TO APR-SITUACAO
           MOVE 0                   TO APR-MOTIVO-EXCLUSAO
           STRING 'LOTE DE ATUALIZACAO EM MASSA: '
                                              DELIMITED BY SIZE
                  WS-SELECIONADOS             DELIMITED BY SIZE
                  ' CONTATOS - '              DELIMITED BY SIZE
                  MSP-DESCRICAO               DELIMITED BY SIZE
                  INTO APR-IMAGEM-ANTES
           END-STRING
           MOVE REG-MASSAPARM       TO APR-IMAGEM-DEPOIS
           MOVE 0                   TO APR-DT-DECISAO

           SET FS-APR-OK TO TRUE
           OPEN EXTEND APRFILA
           IF WS-FS-APR EQUAL 35
               OPEN OUTPUT APRFILA
           END-IF
           IF FS-APR-OK
               WRITE REG-APRFILA
               CLOSE APRFILA
               MOVE SPACES TO REG-RELMASSA
               STRING 'LOTE '                 DELIMITED BY SIZE
                      WS-LOTE                 DELIMITED BY SIZE
                      ' ENVIADO PARA APROVACAO DO SUPERVISOR '
                                              DELIMITED BY SIZE
                      '(APROVCONT). DEPOIS DE APROVADO, RODE '
                                              DELIMITED BY SIZE
                      'MASSACONT COM MASSA_MODO=APLICAR.'
                                              DELIMITED BY SIZE
                      INTO REG-RELMASSA
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ELSE
               DISPLAY 'ERRO AO GRAVAR A FILA DE APROVACAO (FS='
                       WS-FS-APR '). LOTE NAO ENVIADO.'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P260-FIM.

      ******************************************************************
      * SELECAO E ATRIBUICAO, COMUNS A PREVIA E A APLICACAO.
      ******************************************************************
       P400-CONFERE-SELECAO.
           SET SELECIONADO TO FALSE
           IF CONTATO-EXCLUIDO
               GO TO P400-FIM
           END-IF
           IF MSP-SEL-UF NOT = SPACES AND MSP-SEL-UF NOT = WS-UF
               GO TO P400-FIM
           END-IF
           IF MSP-SEL-DDD NOT = 0 AND MSP-SEL-DDD NOT = WS-DDD
               GO TO P400-FIM
           END-IF
           IF MSP-SEL-PREFIXO-DE > 0 OR MSP-SEL-PREFIXO-ATE > 0
               MOVE MSP-SEL-PREFIXO-ATE TO WS-PREFIXO-ATE
               IF WS-PREFIXO-ATE = 0
                   MOVE 99999 TO WS-PREFIXO-ATE
               END-IF
               IF WS-PREFIXO < MSP-SEL-PREFIXO-DE
                       OR WS-PREFIXO > WS-PREFIXO-ATE
                   GO TO P400-FIM
               END-IF
           END-IF
           IF MSP-SEL-GRUPO NOT = 0 AND MSP-SEL-GRUPO NOT = CD-GRUPO
               GO TO P400-FIM
           END-IF
      * PROFISSAO SO EXISTE NA PESSOA FISICA (NA JURIDICA OS MESMOS
      * BYTES SAO A PESSOA DE CONTATO).
           IF MSP-SEL-PROFISSAO NOT = SPACES
               IF PESSOA-JURIDICA
                       OR MSP-SEL-PROFISSAO NOT = WS-PROFISSAO
                   GO TO P400-FIM
               END-IF
           END-IF
           IF MSP-SEL-CIDADE NOT = SPACES
                   AND MSP-SEL-CIDADE NOT = WS-CIDADE
               GO TO P400-FIM
           END-IF
           IF MSP-SEL-FILIAL NOT = 0
                   AND MSP-SEL-FILIAL NOT = CD-FILIAL
               GO TO P400-FIM
           END-IF
           IF MSP-SEL-CICLO NOT = SPACE
               IF MSP-SEL-CICLO = 'C'
                   IF IND-CICLO NOT = 'C' AND IND-CICLO NOT = SPACE
                       GO TO P400-FIM
                   END-IF
               ELSE
                   IF IND-CICLO NOT = MSP-SEL-CICLO
                       GO TO P400-FIM
                   END-IF
               END-IF
           END-IF
           SET SELECIONADO TO TRUE
           .
       P400-FIM.

      * APLICA AS ATRIBUICOES NO REGISTRO EM MEMORIA; SO CONTA COMO
      * MUDANCA O CAMPO QUE REALMENTE FICA DIFERENTE.
       P410-MONTAR-DEPOIS.
           SET MUDOU       TO FALSE
           SET DDD-MUDOU   TO FALSE
           SET CICLO-MUDOU TO FALSE
           MOVE WS-DDD    TO WS-ANTES-DDD
           MOVE CD-GRUPO  TO WS-ANTES-GRUPO
           MOVE IND-CICLO TO WS-ANTES-CICLO

           IF MSP-NOVO-DDD NOT = 0 AND MSP-NOVO-DDD NOT = WS-DDD
               MOVE MSP-NOVO-DDD TO WS-DDD
               SET DDD-MUDOU TO TRUE
               SET MUDOU TO TRUE
           END-IF
           IF MSP-NOVO-GRUPO NOT = 0 AND MSP-NOVO-GRUPO NOT = CD-GRUPO
               MOVE MSP-NOVO-GRUPO TO CD-GRUPO
               SET MUDOU TO TRUE
           END-IF
           IF MSP-NOVO-CICLO NOT = SPACE
                   AND MSP-NOVO-CICLO NOT = IND-CICLO
               MOVE MSP-NOVO-CICLO TO IND-CICLO
               MOVE WS-DATA-SISTEMA TO DT-CICLO
               SET CICLO-MUDOU TO TRUE
               SET MUDOU TO TRUE
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * APLICACAO DO LOTE APROVADO.
      ******************************************************************
       P500-APLICAR.
           DISPLAY 'MODO APLICAR.'
           SET FS-LST-OK TO TRUE
           OPEN INPUT MASSALST
           IF NOT FS-LST-OK
               DISPLAY 'LISTA DA PREVIA NAO ENCONTRADA (FS='
                       WS-FS-LST '). RODE A PREVIA PRIMEIRO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P500-FIM
           END-IF
           READ MASSALST
               AT END
                   DISPLAY 'LISTA DA PREVIA VAZIA. NADA A APLICAR.'
                   MOVE 4 TO WS-FIM-RC
               NOT AT END
                   MOVE MSL-LOTE TO WS-LOTE
           END-READ
           CLOSE MASSALST
           IF WS-FIM-RC > 0
               GO TO P500-FIM
           END-IF

           PERFORM P220-CARREGAR-FILA THRU P220-FIM
           IF WS-APR-POS = 0
               DISPLAY 'O LOTE ' WS-LOTE ' DA LISTA NAO ESTA NA FILA '
                   'DE APROVACAO. NADA APLICADO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P500-FIM
           END-IF
           MOVE WS-APR-ITEM(WS-APR-POS) TO REG-APRFILA
           EVALUATE TRUE
               WHEN APR-PENDENTE
                   DISPLAY 'O LOTE ' WS-LOTE ' AGUARDA APROVACAO NO '
                       'APROVCONT. NADA APLICADO.'
                   MOVE 4 TO WS-FIM-RC
               WHEN APR-EXECUTADA
                   DISPLAY 'O LOTE ' WS-LOTE ' JA FOI APLICADO.'
                   MOVE 4 TO WS-FIM-RC
               WHEN APR-REJEITADA
               WHEN APR-DEVOLVIDA
                   DISPLAY 'O LOTE ' WS-LOTE ' FOI REJEITADO POR '
                       APR-APROVADOR ': '
                       FUNCTION TRIM(APR-MOTIVO-REJEICAO)
                   MOVE 4 TO WS-FIM-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FIM-RC > 0
               GO TO P500-FIM
           END-IF

      * VALEM OS PARAMETROS APROVADOS, NAO O QUE ESTIVER AGORA NO
      * MASSAPARM.
           MOVE APR-IMAGEM-DEPOIS TO REG-MASSAPARM
           IF WS-JOR-OPERADOR = SPACES
               MOVE APR-APROVADOR TO WS-JOR-OPERADOR
           END-IF
           DISPLAY 'LOTE ' WS-LOTE ' - ' MSP-DESCRICAO
           DISPLAY 'APROVADO POR ' APR-APROVADOR ' EM '
                   APR-DT-DECISAO ' - ' MSP-QTD-PREVIA
                   ' CONTATOS NA PREVIA.'

           CALL 'DATAPROC' USING WS-CKP-DATA-PROC
           MOVE WS-LOTE TO WS-CKP-REFERENCIA
           COPY CKPINI.
           IF CKP-MODO-RECUSADO
               DISPLAY 'LOTE ' WS-LOTE ' NAO APLICADO.'
               IF CKP-EM-ANDAMENTO
                   MOVE 8 TO WS-FIM-RC
               ELSE
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P500-FIM
           END-IF

           SET EOF-OK TO FALSE
           SET FS-LST-OK TO TRUE
           OPEN INPUT MASSALST
           IF CKP-MODO-RETOMADA
               PERFORM P530-RETOMAR THRU P530-FIM
           ELSE
               SET FS-REL-OK TO TRUE
               OPEN OUTPUT RELMASSA
               IF NOT FS-REL-OK
                   DISPLAY 'ERRO AO ABRIR O RELATORIO DA APLICACAO '
                       '(FS=' WS-FS-REL ').'
               END-IF
               PERFORM P700-CABECALHO THRU P700-FIM
           END-IF

           PERFORM P540-APLICAR-ITEM THRU P540-FIM
               UNTIL EOF-OK
           CLOSE CONTATOS
           CLOSE MASSALST

      * O PONTO FECHA ANTES DA MARCACAO DO LOTE, PELO MESMO MOTIVO
      * DO APLCORR: UM LOTE JA MARCADO NAO PASSA MAIS NA CONFERENCIA
      * E DEIXARIA O PONTO ABERTO. SE O JOB CAIR ENTRE OS DOIS,
      * CHKPONTO_REFAZER=S REPASSA A LISTA (TUDO SAI SEM MUDANCA OU
      * FORA DA SELECAO) E MARCA O LOTE.
           PERFORM P590-PONTO-CONTROLE THRU P590-FIM
           MOVE 'F' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO

           PERFORM P580-MARCAR-EXECUTADO THRU P580-FIM

           MOVE SPACES TO REG-RELMASSA
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELMASSA
           STRING 'NA LISTA: '                DELIMITED BY SIZE
                  WS-LIDOS                    DELIMITED BY SIZE
                  '  APLICADOS: '             DELIMITED BY SIZE
                  WS-APLICADOS                DELIMITED BY SIZE
                  '  SEM MUDANCA: '           DELIMITED BY SIZE
                  WS-SEM-MUDANCA              DELIMITED BY SIZE
                  '  FORA DA SELECAO: '       DELIMITED BY SIZE
                  WS-FORA-SELECAO             DELIMITED BY SIZE
                  '  NAO ENCONTRADOS/EXCLUIDOS: '
                                              DELIMITED BY SIZE
                  WS-NAO-ENCONTRADOS          DELIMITED BY SIZE
                  INTO REG-RELMASSA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-FORA-SELECAO > 0 OR WS-NAO-ENCONTRADOS > 0
               MOVE 'CONTATOS QUE MUDARAM DESDE A PREVIA FICARAM DE '
                   TO REG-RELMASSA
               MOVE 'FORA DO LOTE - CONFIRA.' TO REG-RELMASSA(48:23)
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF

           IF FS-REL-OK
               CLOSE RELMASSA
               MOVE 'RELMASSA'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELMASSA-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P500-FIM.

      * RETOMADA: OS TOTAIS VOLTAM DO PONTO DE CONTROLE, OS ITENS DA
      * LISTA JA CONSUMIDOS SAO PULADOS E O RELATORIO DA EXECUCAO
      * INTERROMPIDA RECEBE O RESTANTE.
       P530-RETOMAR.
           MOVE CKP-CONT(1) TO WS-LIDOS
           MOVE CKP-CONT(2) TO WS-APLICADOS
           MOVE CKP-CONT(3) TO WS-SEM-MUDANCA
           MOVE CKP-CONT(4) TO WS-FORA-SELECAO
           MOVE CKP-CONT(5) TO WS-NAO-ENCONTRADOS

           MOVE CKP-POSICAO TO WS-CKP-SALTAR
           PERFORM P535-SALTAR-ITEM THRU P535-FIM
               UNTIL WS-CKP-SALTAR = 0 OR EOF-OK

           SET FS-REL-OK TO TRUE
           OPEN EXTEND RELMASSA
           IF WS-FS-REL EQUAL 35
               OPEN OUTPUT RELMASSA
           END-IF
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA APLICACAO (FS='
                       WS-FS-REL ').'
           END-IF
           MOVE SPACES TO REG-RELMASSA
           STRING '*** EXECUCAO RETOMADA APOS O ID '
                                              DELIMITED BY SIZE
                  CKP-ULTIMO-ID               DELIMITED BY SIZE
                  INTO REG-RELMASSA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P530-FIM.

       P535-SALTAR-ITEM.
           READ MASSALST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   SUBTRACT 1 FROM WS-CKP-SALTAR
           END-READ
           .
       P535-FIM.

       P540-APLICAR-ITEM.
           READ MASSALST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P540-FIM
           END-READ
           ADD 1 TO CKP-POSICAO
           IF MSL-LOTE NOT = WS-LOTE
               GO TO P540-PONTO
           END-IF
           ADD 1 TO WS-LIDOS

           MOVE MSL-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   ADD 1 TO WS-NAO-ENCONTRADOS
               NOT INVALID KEY
                   IF CONTATO-EXCLUIDO
                       ADD 1 TO WS-NAO-ENCONTRADOS
                       UNLOCK CONTATOS
                   ELSE
                       PERFORM P550-CONFERE-E-APLICA THRU P550-FIM
                   END-IF
           END-READ
           MOVE MSL-ID-CONTATO TO CKP-ULTIMO-ID
           .
       P540-PONTO.
           PERFORM P590-PONTO-CONTROLE THRU P590-FIM
           MOVE 'A' TO WS-CKP-FUNCAO
           CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
           .
       P540-FIM.

      * O CONTATO TEM QUE CONTINUAR NA SELECAO APROVADA; QUEM SAIU
      * DELA DESDE A PREVIA (OUTRA ALTERACAO NO MEIO TEMPO) FICA DE
      * FORA E SAI NO RELATORIO.
       P550-CONFERE-E-APLICA.
           MOVE REG-CONTATOS TO WS-JOR-ANTES
           PERFORM P400-CONFERE-SELECAO THRU P400-FIM
           IF NOT SELECIONADO
               ADD 1 TO WS-FORA-SELECAO
               UNLOCK CONTATOS
               MOVE SPACES TO REG-RELMASSA
               STRING 'ID '                   DELIMITED BY SIZE
                      ID-CONTATO              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      NM-CONTATO              DELIMITED BY SIZE
                      ' FORA DA SELECAO DESDE A PREVIA - NAO '
                                              DELIMITED BY SIZE
                      'ALTERADO'              DELIMITED BY SIZE
                      INTO REG-RELMASSA
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P550-FIM
           END-IF
           PERFORM P410-MONTAR-DEPOIS THRU P410-FIM
           IF NOT MUDOU
               ADD 1 TO WS-SEM-MUDANCA
               UNLOCK CONTATOS
               GO TO P550-FIM
           END-IF

           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
           UNLOCK CONTATOS
           ADD 1 TO WS-APLICADOS
           PERFORM P720-LINHA-CONTATO THRU P720-FIM

           ACCEPT WS-HORA-SISTEMA FROM TIME
           IF CICLO-MUDOU
               MOVE 'CICLO'         TO WS-JOR-OPERACAO
           ELSE
               MOVE 'MASSA'         TO WS-JOR-OPERACAO
           END-IF
           MOVE REG-CONTATOS        TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           IF DDD-MUDOU
               PERFORM P560-ATUALIZA-TELIDX THRU P560-FIM
           END-IF
           .
       P550-FIM.

      * A ENTRADA DO NUMERO ANTIGO SAI DO INDICE E A DO NOVO ENTRA,
      * NO MESMO DESENHO DO APROVCONT; A RECONSTRUCAO NOTURNA DO
      * IDXCONT ACERTA QUALQUER DERIVA.
       P560-ATUALIZA-TELIDX.
           SET FS-TLX-OK TO TRUE
           OPEN I-O TELIDX
           IF NOT FS-TLX-OK
               GO TO P560-FIM
           END-IF
           MOVE WS-PAIS       TO TLX-NUMERO(1:3)
           MOVE WS-ANTES-DDD  TO TLX-NUMERO(4:2)
           MOVE WS-PREFIXO    TO TLX-NUMERO(6:5)
           MOVE WS-SUFIXO     TO TLX-NUMERO(11:4)
           MOVE ID-CONTATO    TO TLX-ID
           DELETE TELIDX
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-DDD        TO TLX-NUMERO(4:2)
           MOVE NM-CONTATO    TO TLX-NOME
           WRITE REG-TELIDX
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE TELIDX
           .
       P560-FIM.

      * A FILA E RELIDA NA HORA DE MARCAR (OUTROS OPERADORES PODEM
      * TER GRAVADO PENDENCIAS DURANTE A APLICACAO).
       P580-MARCAR-EXECUTADO.
           PERFORM P220-CARREGAR-FILA THRU P220-FIM
           IF WS-APR-POS = 0
               DISPLAY 'LOTE ' WS-LOTE ' NAO ENCONTRADO NA FILA PARA '
                   'MARCAR COMO EXECUTADO.'
               GO TO P580-FIM
           END-IF
           MOVE WS-APR-ITEM(WS-APR-POS) TO REG-APRFILA
           MOVE 'E' TO APR-SITUACAO
           MOVE REG-APRFILA TO WS-APR-ITEM(WS-APR-POS)

           SET FS-APR-OK TO TRUE
           OPEN OUTPUT APRFILA
           IF FS-APR-OK
               SET WS-AIDX TO 1
               PERFORM P585-REGRAVAR-ITEM THRU P585-FIM
                   UNTIL WS-AIDX > WS-APR-QTD
               CLOSE APRFILA
               DISPLAY 'LOTE ' WS-LOTE ' MARCADO COMO EXECUTADO.'
           ELSE
               DISPLAY 'ERRO AO REGRAVAR A FILA DE APROVACAO (FS='
                       WS-FS-APR '). MARQUE O LOTE ' WS-LOTE
                       ' MANUALMENTE.'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           .
       P580-FIM.

       P585-REGRAVAR-ITEM.
           MOVE WS-APR-ITEM(WS-AIDX) TO REG-APRFILA
           WRITE REG-APRFILA
           SET WS-AIDX UP BY 1
           .
       P585-FIM.

       P590-PONTO-CONTROLE.
           MOVE WS-LIDOS           TO CKP-CONT(1)
           MOVE WS-APLICADOS       TO CKP-CONT(2)
           MOVE WS-SEM-MUDANCA     TO CKP-CONT(3)
           MOVE WS-FORA-SELECAO    TO CKP-CONT(4)
           MOVE WS-NAO-ENCONTRADOS TO CKP-CONT(5)
           .
       P590-FIM.

      ******************************************************************
      * RELATORIO.
      ******************************************************************
       P700-CABECALHO.
           MOVE SPACES TO REG-RELMASSA
           IF MODO-APLICAR
               STRING 'ATUALIZACAO EM MASSA - APLICACAO DO LOTE '
                                              DELIMITED BY SIZE
                      WS-LOTE                 DELIMITED BY SIZE
                      ' - '                   DELIMITED BY SIZE
                      MSP-DESCRICAO           DELIMITED BY SIZE
                      INTO REG-RELMASSA
               END-STRING
           ELSE
               STRING 'ATUALIZACAO EM MASSA - PREVIA DO LOTE '
                                              DELIMITED BY SIZE
                      WS-LOTE                 DELIMITED BY SIZE
                      ' - '                   DELIMITED BY SIZE
                      MSP-DESCRICAO           DELIMITED BY SIZE
                      INTO REG-RELMASSA
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELMASSA
           STRING 'SELECAO: UF '              DELIMITED BY SIZE
                  MSP-SEL-UF                  DELIMITED BY SIZE
                  ' DDD '                     DELIMITED BY SIZE
                  MSP-SEL-DDD                 DELIMITED BY SIZE
                  ' PREFIXOS '                DELIMITED BY SIZE
                  MSP-SEL-PREFIXO-DE          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  MSP-SEL-PREFIXO-ATE         DELIMITED BY SIZE
                  ' GRUPO '                   DELIMITED BY SIZE
                  MSP-SEL-GRUPO               DELIMITED BY SIZE
                  ' PROFISSAO '               DELIMITED BY SIZE
                  MSP-SEL-PROFISSAO           DELIMITED BY SIZE
                  ' CIDADE '                  DELIMITED BY SIZE
                  MSP-SEL-CIDADE              DELIMITED BY SIZE
                  ' FILIAL '                  DELIMITED BY SIZE
                  MSP-SEL-FILIAL              DELIMITED BY SIZE
                  ' CICLO '                   DELIMITED BY SIZE
                  MSP-SEL-CICLO               DELIMITED BY SIZE
                  INTO REG-RELMASSA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELMASSA
           STRING 'ATRIBUI: DDD '             DELIMITED BY SIZE
                  MSP-NOVO-DDD                DELIMITED BY SIZE
                  ' GRUPO '                   DELIMITED BY SIZE
                  MSP-NOVO-GRUPO              DELIMITED BY SIZE
                  ' CICLO '                   DELIMITED BY SIZE
                  MSP-NOVO-CICLO              DELIMITED BY SIZE
                  '  (ZERO/ESPACO = NAO MUDA)' DELIMITED BY SIZE
                  INTO REG-RELMASSA
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELMASSA
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ID    NOME                                     DDD    '
               TO REG-RELMASSA
           MOVE '    GRUPO      CICLO' TO REG-RELMASSA(56:20)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P700-FIM.

       P720-LINHA-CONTATO.
           MOVE SPACES TO REG-RELMASSA
           STRING ID-CONTATO                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  NM-CONTATO                  DELIMITED BY SIZE
                  INTO REG-RELMASSA
           END-STRING
           STRING WS-ANTES-DDD                DELIMITED BY SIZE
                  '->'                        DELIMITED BY SIZE
                  WS-DDD                      DELIMITED BY SIZE
                  '     '                     DELIMITED BY SIZE
                  WS-ANTES-GRUPO              DELIMITED BY SIZE
                  '->'                        DELIMITED BY SIZE
                  CD-GRUPO                    DELIMITED BY SIZE
                  '     '                     DELIMITED BY SIZE
                  WS-ANTES-CICLO              DELIMITED BY SIZE
                  '->'                        DELIMITED BY SIZE
                  IND-CICLO                   DELIMITED BY SIZE
                  INTO REG-RELMASSA(48:40)
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P720-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELMASSA
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELMASSA TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM MASSACONT.
