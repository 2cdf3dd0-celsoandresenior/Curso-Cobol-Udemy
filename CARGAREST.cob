      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO ARQUIVO DE AREAS DE RESTRICAO DE ENTREGA DOS
      *          CORREIOS NA RESTRTAB (VEJA RESTRTAB.cpy). CADA
      *          ARQUIVO DOS CORREIOS E UMA FOTO COMPLETA DAS FAIXAS:
      *          A CARGA TROCA TODAS AS LINHAS DE ORIGEM 'C' PELAS DO
      *          ARQUIVO E MANTEM AS MANUAIS DO MANUTTAB (A MANUAL
      *          COM O MESMO CEP INICIAL DE UMA FAIXA DO ARQUIVO DA
      *          LUGAR A ELA). COMO O CARGANMP, UMA PRIMEIRA PASSADA
      *          CONFERE HEADER, TRAILER E QUANTIDADE DE DETALHES E
      *          RECUSA ARQUIVO JA CARREGADO PELO REGISTRO ARQREG;
      *          ARQUIVO RECUSADO DEIXA A TABELA ANTERIOR EM VIGOR.
      *          COMO O REFRESHCEP, IMPRIME AS DIFERENCAS (INCLUIDAS,
      *          ALTERADAS, REMOVIDAS) E GUARDA A GERACAO ANTERIOR EM
      *          RESTRTAB.OLD PARA RECUO. DEPOIS DA TROCA, MARCA NO
      *          COMPLEMENTO (CMP-AREA-RESTRITA, VEJA CONTCOMP.cpy) OS
      *          CONTATOS ATIVOS CUJO WS-CEP CAIU NUMA FAIXA ATIVA E
      *          DESMARCA OS QUE SAIRAM DELAS.
      *          LAYOUT DOS CORREIOS: 'H' + ORIGEM(10) + DATA(8);
      *          'D' + CEP INICIAL(8) + CEP FINAL(8) + UF(2) +
      *          LOCALIDADE(15); 'T' + QUANTIDADE(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAREST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CORRREST ASSIGN TO DYNAMIC
               WS-CORRREST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-COR.

               SELECT RESTRTAB ASSIGN TO DYNAMIC
               WS-RESTRTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RST.

               SELECT GERACAO ASSIGN TO DYNAMIC
               WS-GERACAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GER.

               SELECT RELREST ASSIGN TO DYNAMIC
               WS-RELREST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

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
       FD CORRREST.
       01 REG-CORRREST.
           03 COR-TIPO               PIC X(01).
               88 COR-HEADER             VALUE 'H'.
               88 COR-DETALHE            VALUE 'D'.
               88 COR-TRAILER            VALUE 'T'.
           03 COR-RESTO              PIC X(79).
       01 COR-VISAO-HEADER REDEFINES REG-CORRREST.
           03 FILLER                 PIC X(01).
           03 COR-ORIGEM             PIC X(10).
           03 COR-DATA               PIC 9(08).
           03 FILLER                 PIC X(61).
       01 COR-VISAO-DETALHE REDEFINES REG-CORRREST.
           03 FILLER                 PIC X(01).
           03 COR-CEP-DE             PIC X(08).
           03 COR-CEP-ATE            PIC X(08).
           03 COR-UF                 PIC X(02).
           03 COR-LOCALIDADE         PIC X(15).
           03 FILLER                 PIC X(46).
       01 COR-VISAO-TRAILER REDEFINES REG-CORRREST.
           03 FILLER                 PIC X(01).
           03 COR-QUANTIDADE         PIC 9(07).
           03 FILLER                 PIC X(72).

       FD RESTRTAB.
          COPY RESTRTAB.

       FD GERACAO.
       01 REG-GERACAO               PIC X(35).

       FD RELREST.
       01 REG-RELREST               PIC X(80).

       FD ARQREG.
          COPY ARQREG.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CONTCOMP.
          COPY CONTCOMP.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-CORRREST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CORRREST.TXT'.
       77 WS-RESTRTAB-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\RESTRTAB.TXT'.
       77 WS-GERACAO-PATH           PIC X(100) VALUE SPACES.
       77 WS-RELREST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELREST.TXT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.

       77 WS-FS-COR                 PIC 99.
          88 FS-COR-OK              VALUE 0.
       77 WS-FS-RST                 PIC 99.
          88 FS-RST-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
          88 FS-CMP-NAO-EXISTE      VALUE 35.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CARGAREST'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CARGAREST'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CARGAREST'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

      * GERACAO ATUAL DA RESTRTAB E FAIXAS DO ARQUIVO NOVO, EM
      * MEMORIA (ATE 500 CADA, O LIMITE DO MANUTTAB).
       77 WS-VEL-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-VELHA.
           03 WS-VEL-ENTRY OCCURS 500 TIMES.
               05 WS-VEL-LINHA.
                   07 WS-VEL-DE          PIC X(08).
                   07 WS-VEL-ATE         PIC X(08).
                   07 WS-VEL-UF          PIC X(02).
                   07 WS-VEL-LOCALIDADE  PIC X(15).
                   07 WS-VEL-ORIGEM      PIC X(01).
                   07 WS-VEL-ATIVO       PIC X(01).
               05 WS-VEL-VISTA           PIC X(01).
       77 WS-NOV-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-NOVA.
           03 WS-NOV-ENTRY OCCURS 500 TIMES.
               05 WS-NOV-LINHA.
                   07 WS-NOV-DE          PIC X(08).
                   07 WS-NOV-ATE         PIC X(08).
                   07 WS-NOV-UF          PIC X(02).
                   07 WS-NOV-LOCALIDADE  PIC X(15).
                   07 WS-NOV-ORIGEM      PIC X(01).
                   07 WS-NOV-ATIVO       PIC X(01).

       77 WS-ROTULO                 PIC X(20) VALUE SPACES.
       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-JDX                    PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
       77 WS-RESTRITO               PIC X VALUE 'N'.
          88 CEP-RESTRITO           VALUE 'S' FALSE 'N'.
       77 WS-TEM-REGISTRO           PIC X VALUE 'N'.
          88 TEM-REGISTRO           VALUE 'S' FALSE 'N'.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-INCLUIDAS              PIC 9(05) VALUE ZEROES.
       77 WS-ALTERADAS              PIC 9(05) VALUE ZEROES.
       77 WS-REMOVIDAS              PIC 9(05) VALUE ZEROES.
       77 WS-SUBSTITUIDAS           PIC 9(05) VALUE ZEROES.
       77 WS-MANTIDAS-DESAT         PIC 9(05) VALUE ZEROES.
       77 WS-MANUAIS                PIC 9(05) VALUE ZEROES.
       77 WS-GRAVADAS               PIC 9(05) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-EM-AREA                PIC 9(05) VALUE ZEROES.
       77 WS-MARCADOS               PIC 9(05) VALUE ZEROES.
       77 WS-DESMARCADOS            PIC 9(05) VALUE ZEROES.
       77 WS-ERROS-CMP              PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DAS AREAS DE RESTRICAO DE ENTREGA ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CONFERIR THRU P200-FIM
           IF NOT ARQUIVO-OK
               GO TO P000-ENCERRAR
           END-IF

           PERFORM P300-CARREGAR-VELHA THRU P300-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELREST
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DA CARGA (FS='
                       WS-FS-REL ').'
           END-IF
           MOVE SPACES TO REG-RELREST
           STRING 'CARGA DAS AREAS DE RESTRICAO DE ENTREGA - '
                                           DELIMITED BY SIZE
                  WS-ORIGEM                DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  WS-DATA-ARQUIVO          DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELREST
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P400-RELATORIO-DIFF THRU P400-FIM
           IF WS-NOV-QTD + WS-MANUAIS > 500
               MOVE 'FAIXAS DO ARQUIVO MAIS AS MANUAIS PASSAM DE 500. '
                 & 'CARGA CANCELADA; A TABELA ANTERIOR CONTINUA EM '
                 & 'VIGOR.' TO REG-RELREST
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 12 TO WS-FIM-RC
               GO TO P000-FECHAR-RELATORIO
           END-IF

           PERFORM P500-GUARDAR-GERACAO THRU P500-FIM
           IF NOT FS-GER-OK
               MOVE 'SEM A GERACAO DE RECUO A TABELA NAO E TROCADA. '
                 & 'CARGA CANCELADA.' TO REG-RELREST
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-FIM-RC
               GO TO P000-FECHAR-RELATORIO
           END-IF
           PERFORM P600-APLICAR THRU P600-FIM
           IF NOT FS-RST-OK
               MOVE 8 TO WS-FIM-RC
               GO TO P000-FECHAR-RELATORIO
           END-IF
           PERFORM P650-REGISTRAR-ARQREG THRU P650-FIM

           PERFORM P700-MARCAR-CONTATOS THRU P700-FIM

           MOVE SPACES TO REG-RELREST
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELREST
           STRING 'CONTATOS LIDOS: '       DELIMITED BY SIZE
                  WS-LIDOS                 DELIMITED BY SIZE
                  '  EM AREA RESTRITA: '   DELIMITED BY SIZE
                  WS-EM-AREA               DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELREST
           STRING 'MARCADOS: '             DELIMITED BY SIZE
                  WS-MARCADOS              DELIMITED BY SIZE
                  '  DESMARCADOS: '        DELIMITED BY SIZE
                  WS-DESMARCADOS           DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-FIM-RC = 0
                   AND (WS-INVALIDOS > 0 OR WS-ERROS-CMP > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-FECHAR-RELATORIO.
           IF FS-REL-OK
               CLOSE RELREST
           END-IF
           MOVE 'RELREST'        TO WS-CAT-NOME
           MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
           MOVE WS-RELREST-PATH  TO WS-CAT-ARQUIVO
           COPY GRAVCAT.
           .
       P000-ENCERRAR.
           MOVE WS-GRAVADAS  TO WS-FIM-CONT1
           MOVE WS-EM-AREA   TO WS-FIM-CONT2
           MOVE WS-INVALIDOS TO WS-FIM-CONT3
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
           DISPLAY 'CORRREST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CORRREST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CORRREST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CORRREST.TXT'
                   TO WS-CORRREST-PATH
           END-IF

           DISPLAY 'RESTRTAB_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RESTRTAB-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RESTRTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\RESTRTAB.TXT' TO WS-RESTRTAB-PATH
           END-IF

           DISPLAY 'RELREST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELREST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELREST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELREST.TXT'
                   TO WS-RELREST-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
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

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      * PRIMEIRA PASSADA: SO LEITURA. A RESTRTAB SO E TROCADA SE O
      * ARQUIVO RECEBIDO ESTIVER INTEIRO. OS DETALHES VALIDOS FICAM
      * NA TABELA NOVA EM MEMORIA; CEP NAO NUMERICO OU FAIXA
      * INVERTIDA SAI COMO INVALIDO E NAO ENTRA NA TABELA.
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-COR-OK TO TRUE

           OPEN INPUT CORRREST
           IF NOT FS-COR-OK
               DISPLAY 'ARQUIVO DOS CORREIOS NAO ENCONTRADO (FS='
                       WS-FS-COR ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           READ CORRREST
               AT END
                   DISPLAY 'ARQUIVO DOS CORREIOS VAZIO.'
                   MOVE 12 TO WS-FIM-RC
                   CLOSE CORRREST
                   GO TO P200-FIM
           END-READ
           IF NOT COR-HEADER
               DISPLAY 'ARQUIVO DOS CORREIOS SEM HEADER. ARQUIVO '
                   'RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE CORRREST
               GO TO P200-FIM
           END-IF
           MOVE COR-ORIGEM TO WS-ORIGEM
           MOVE COR-DATA   TO WS-DATA-ARQUIVO

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE CORRREST
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           MOVE 0 TO WS-NOV-QTD
           PERFORM P210-LER-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE CORRREST

           IF NOT TRAILER-VISTO
               DISPLAY 'ARQUIVO DOS CORREIOS SEM TRAILER. ARQUIVO '
                   'RECUSADO; A TABELA ANTERIOR CONTINUA EM VIGOR.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           IF WS-QTD-TRAILER NOT = WS-CONTADOS
               DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                   ' DETALHES, LIDOS ' WS-CONTADOS '. ARQUIVO '
                   'RECUSADO; A TABELA ANTERIOR CONTINUA EM VIGOR.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           IF WS-NOV-QTD = 0
               DISPLAY 'NENHUMA FAIXA VALIDA NO ARQUIVO. ARQUIVO '
                   'RECUSADO; A TABELA ANTERIOR CONTINUA EM VIGOR.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO ': '
                   WS-NOV-QTD ' FAIXAS VALIDAS, ' WS-INVALIDOS
                   ' INVALIDAS.'
           .
       P200-FIM.

       P210-LER-LINHA.
           READ CORRREST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           EVALUATE TRUE
               WHEN COR-DETALHE
                   ADD 1 TO WS-CONTADOS
                   PERFORM P220-ANOTA-FAIXA THRU P220-FIM
               WHEN COR-TRAILER
                   SET TRAILER-VISTO TO TRUE
                   MOVE COR-QUANTIDADE TO WS-QTD-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P210-FIM.

       P220-ANOTA-FAIXA.
           IF COR-CEP-DE NOT NUMERIC OR COR-CEP-ATE NOT NUMERIC
                   OR COR-CEP-DE > COR-CEP-ATE
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'FAIXA INVALIDA IGNORADA: ' COR-CEP-DE ' A '
                       COR-CEP-ATE ' ' COR-LOCALIDADE
               GO TO P220-FIM
           END-IF
           IF WS-NOV-QTD NOT < 500
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'LIMITE DE 500 FAIXAS ATINGIDO. FAIXA '
                       'IGNORADA: ' COR-CEP-DE
               GO TO P220-FIM
           END-IF
           ADD 1 TO WS-NOV-QTD
           MOVE COR-CEP-DE     TO WS-NOV-DE(WS-NOV-QTD)
           MOVE COR-CEP-ATE    TO WS-NOV-ATE(WS-NOV-QTD)
           MOVE COR-UF         TO WS-NOV-UF(WS-NOV-QTD)
           MOVE COR-LOCALIDADE TO WS-NOV-LOCALIDADE(WS-NOV-QTD)
           MOVE 'C'            TO WS-NOV-ORIGEM(WS-NOV-QTD)
           MOVE 'S'            TO WS-NOV-ATIVO(WS-NOV-QTD)
           .
       P220-FIM.

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
                           AND ARQ-PROGRAMA = 'CARGAREST'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

       P300-CARREGAR-VELHA.
           MOVE 0 TO WS-VEL-QTD
           SET EOF-OK TO FALSE
           SET FS-RST-OK TO TRUE
           OPEN INPUT RESTRTAB
           IF FS-RST-OK
               PERFORM P310-CARREGAR-UMA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE RESTRTAB
           END-IF
           SET EOF-OK TO FALSE
           DISPLAY 'GERACAO ATUAL DA RESTRTAB: ' WS-VEL-QTD
                   ' FAIXAS.'
           .
       P300-FIM.

       P310-CARREGAR-UMA.
           READ RESTRTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF WS-VEL-QTD < 500
               ADD 1 TO WS-VEL-QTD
               MOVE REG-RESTRTAB TO WS-VEL-LINHA(WS-VEL-QTD)
               MOVE 'N'          TO WS-VEL-VISTA(WS-VEL-QTD)
           END-IF
           .
       P310-FIM.

      * DIFERENCAS: CADA FAIXA DO ARQUIVO CONTRA A GERACAO ATUAL
      * (INCLUIDA, ALTERADA, SUBSTITUI MANUAL, MANTIDA DESATIVADA) E
      * AS FAIXAS DOS CORREIOS DA GERACAO ATUAL QUE SAIRAM DO ARQUIVO
      * (REMOVIDA). AS MANUAIS NAO SUBSTITUIDAS SEGUEM COMO ESTAO.
       P400-RELATORIO-DIFF.
           PERFORM P410-DIFF-NOVA THRU P410-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NOV-QTD
           PERFORM P440-DIFF-VELHA THRU P440-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VEL-QTD

           MOVE SPACES TO REG-RELREST
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELREST
           STRING 'INCLUIDAS '     DELIMITED BY SIZE
                  WS-INCLUIDAS     DELIMITED BY SIZE
                  '  ALTERADAS '   DELIMITED BY SIZE
                  WS-ALTERADAS     DELIMITED BY SIZE
                  '  REMOVIDAS '   DELIMITED BY SIZE
                  WS-REMOVIDAS     DELIMITED BY SIZE
                  '  INVALIDAS '   DELIMITED BY SIZE
                  WS-INVALIDOS     DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELREST
           STRING 'MANUAIS SUBSTITUIDAS '        DELIMITED BY SIZE
                  WS-SUBSTITUIDAS                DELIMITED BY SIZE
                  '  MANUAIS MANTIDAS '          DELIMITED BY SIZE
                  WS-MANUAIS                     DELIMITED BY SIZE
                  '  DESATIVADAS '               DELIMITED BY SIZE
                  WS-MANTIDAS-DESAT              DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P400-FIM.

       P410-DIFF-NOVA.
           SET ACHADO-OK TO FALSE
           PERFORM P420-PROCURA-VELHA THRU P420-FIM
               VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-VEL-QTD OR ACHADO-OK
           IF NOT ACHADO-OK
               ADD 1 TO WS-INCLUIDAS
               MOVE 'INCLUIDA ' TO WS-ROTULO
               PERFORM P430-DESCREVE-NOVA THRU P430-FIM
           END-IF
           .
       P410-FIM.

       P420-PROCURA-VELHA.
           IF WS-VEL-DE(WS-JDX) NOT = WS-NOV-DE(WS-IDX)
               GO TO P420-FIM
           END-IF
           SET ACHADO-OK TO TRUE
           MOVE 'S' TO WS-VEL-VISTA(WS-JDX)
           EVALUATE TRUE
               WHEN WS-VEL-ORIGEM(WS-JDX) NOT = 'C'
                   ADD 1 TO WS-SUBSTITUIDAS
                   MOVE 'SUBSTITUI MANUAL ' TO WS-ROTULO
                   PERFORM P430-DESCREVE-NOVA THRU P430-FIM
      * A RETIRADA FEITA A MAO NUMA FAIXA DOS CORREIOS E DECISAO DA
      * CASA: CONTINUA VALENDO ATE ALGUEM A REATIVAR NO MANUTTAB.
               WHEN WS-VEL-ATIVO(WS-JDX) = 'N'
                   ADD 1 TO WS-MANTIDAS-DESAT
                   MOVE 'N' TO WS-NOV-ATIVO(WS-IDX)
                   MOVE 'MANTIDA DESATIVADA ' TO WS-ROTULO
                   PERFORM P430-DESCREVE-NOVA THRU P430-FIM
               WHEN WS-VEL-ATE(WS-JDX) NOT = WS-NOV-ATE(WS-IDX)
                       OR WS-VEL-UF(WS-JDX) NOT = WS-NOV-UF(WS-IDX)
                       OR WS-VEL-LOCALIDADE(WS-JDX)
                           NOT = WS-NOV-LOCALIDADE(WS-IDX)
                   ADD 1 TO WS-ALTERADAS
                   MOVE SPACES TO REG-RELREST
                   STRING 'ALTERADA DE '       DELIMITED BY SIZE
                          WS-VEL-DE(WS-JDX)    DELIMITED BY SIZE
                          ' A '                DELIMITED BY SIZE
                          WS-VEL-ATE(WS-JDX)   DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          WS-VEL-LOCALIDADE(WS-JDX)
                                               DELIMITED BY SIZE
                          '/'                  DELIMITED BY SIZE
                          WS-VEL-UF(WS-JDX)    DELIMITED BY SIZE
                          INTO REG-RELREST
                   END-STRING
                   PERFORM P850-GRAVAR-LINHA THRU P850-FIM
                   MOVE 'ALTERADA PARA' TO WS-ROTULO
                   PERFORM P430-DESCREVE-NOVA THRU P430-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P420-FIM.

      * LINHA DO RELATORIO COM A FAIXA NOVA, APOS O ROTULO JA
      * MOVIDO PARA WS-ROTULO.
       P430-DESCREVE-NOVA.
           MOVE SPACES TO REG-RELREST
           STRING WS-ROTULO                DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  WS-NOV-DE(WS-IDX)        DELIMITED BY SIZE
                  ' A '                    DELIMITED BY SIZE
                  WS-NOV-ATE(WS-IDX)       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-NOV-LOCALIDADE(WS-IDX) DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-NOV-UF(WS-IDX)        DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P430-FIM.

       P440-DIFF-VELHA.
           IF WS-VEL-VISTA(WS-IDX) = 'S'
               GO TO P440-FIM
           END-IF
           IF WS-VEL-ORIGEM(WS-IDX) NOT = 'C'
               ADD 1 TO WS-MANUAIS
               GO TO P440-FIM
           END-IF
           ADD 1 TO WS-REMOVIDAS
           MOVE SPACES TO REG-RELREST
           STRING 'REMOVIDA '                 DELIMITED BY SIZE
                  WS-VEL-DE(WS-IDX)           DELIMITED BY SIZE
                  ' A '                       DELIMITED BY SIZE
                  WS-VEL-ATE(WS-IDX)          DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VEL-LOCALIDADE(WS-IDX)   DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  WS-VEL-UF(WS-IDX)           DELIMITED BY SIZE
                  INTO REG-RELREST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P440-FIM.

      * GERACAO ANTERIOR GUARDADA EM RESTRTAB.OLD PARA RECUO.
       P500-GUARDAR-GERACAO.
           MOVE SPACES TO WS-GERACAO-PATH
           STRING WS-RESTRTAB-PATH DELIMITED BY SPACE
                  '.OLD'           DELIMITED BY SIZE
                  INTO WS-GERACAO-PATH
           END-STRING
           SET FS-GER-OK TO TRUE
           OPEN OUTPUT GERACAO
           IF FS-GER-OK
               PERFORM P510-GUARDAR-FAIXA THRU P510-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VEL-QTD
               CLOSE GERACAO
               DISPLAY 'GERACAO ANTERIOR GUARDADA EM '
                   FUNCTION TRIM(WS-GERACAO-PATH)
           ELSE
               DISPLAY 'ERRO AO GUARDAR A GERACAO ANTERIOR (FS='
                       WS-FS-GER ').'
           END-IF
           .
       P500-FIM.

       P510-GUARDAR-FAIXA.
           MOVE WS-VEL-LINHA(WS-IDX) TO REG-GERACAO
           WRITE REG-GERACAO
           .
       P510-FIM.

      * A TABELA NOVA: AS MANUAIS NAO SUBSTITUIDAS, NA ORDEM EM QUE
      * ESTAVAM, E DEPOIS AS FAIXAS DO ARQUIVO.
       P600-APLICAR.
           MOVE 0 TO WS-GRAVADAS
           SET FS-RST-OK TO TRUE
           OPEN OUTPUT RESTRTAB
           IF NOT FS-RST-OK
               DISPLAY 'ERRO AO REGRAVAR A RESTRTAB (FS='
                       WS-FS-RST ').'
               GO TO P600-FIM
           END-IF
           PERFORM P610-GRAVAR-MANUAL THRU P610-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VEL-QTD
           PERFORM P620-GRAVAR-NOVA THRU P620-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NOV-QTD
           CLOSE RESTRTAB
           DISPLAY 'RESTRTAB REGRAVADA COM ' WS-GRAVADAS ' FAIXAS.'
           .
       P600-FIM.

       P610-GRAVAR-MANUAL.
           IF WS-VEL-ORIGEM(WS-IDX) NOT = 'C'
                   AND WS-VEL-VISTA(WS-IDX) NOT = 'S'
               MOVE WS-VEL-LINHA(WS-IDX) TO REG-RESTRTAB
               WRITE REG-RESTRTAB
               ADD 1 TO WS-GRAVADAS
           END-IF
           .
       P610-FIM.

       P620-GRAVAR-NOVA.
           MOVE WS-NOV-LINHA(WS-IDX) TO REG-RESTRTAB
           WRITE REG-RESTRTAB
           ADD 1 TO WS-GRAVADAS
           .
       P620-FIM.

       P650-REGISTRAR-ARQREG.
           SET FS-ARQ-OK TO TRUE
           OPEN EXTEND ARQREG
           IF WS-FS-ARQ EQUAL 35
               OPEN OUTPUT ARQREG
           END-IF

           IF FS-ARQ-OK
               MOVE SPACES          TO REG-ARQREG
               MOVE WS-ORIGEM       TO ARQ-ORIGEM
               MOVE WS-DATA-ARQUIVO TO ARQ-DATA
               MOVE 'CARGAREST'     TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O ARQUIVO PROCESSADO '
                       '(FS=' WS-FS-ARQ ').'
           END-IF
           .
       P650-FIM.

      * MARCACAO NO COMPLEMENTO: CONTATO ATIVO COM ENDERECO NO PAIS E
      * CEP NUMA FAIXA ATIVA DA TABELA NOVA FICA COM
      * CMP-AREA-RESTRITA = 'S'; QUEM ESTAVA MARCADO E SAIU DAS
      * FAIXAS E DESMARCADO. CONTATO FORA DE AREA E SEM COMPLEMENTO
      * NAO GANHA REGISTRO.
       P700-MARCAR-CONTATOS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P700-FIM
           END-IF

           SET FS-CMP-OK TO TRUE
           OPEN I-O CONTCOMP
           IF FS-CMP-NAO-EXISTE
               OPEN OUTPUT CONTCOMP
               CLOSE CONTCOMP
               OPEN I-O CONTCOMP
           END-IF
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO ABRIR O COMPLEMENTO DOS CONTATOS (FS='
                       WS-FS-CMP '). CONTATOS NAO MARCADOS.'
               CLOSE CONTATOS
               MOVE 8 TO WS-FIM-RC
               GO TO P700-FIM
           END-IF

           PERFORM P710-MARCAR-CONTATO THRU P710-FIM
               UNTIL EOF-OK

           CLOSE CONTATOS
           CLOSE CONTCOMP
           SET EOF-OK TO FALSE
           .
       P700-FIM.

       P710-MARCAR-CONTATO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P710-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO
               GO TO P710-FIM
           END-IF

           SET CEP-RESTRITO TO FALSE
           IF NOT ENDERECO-EXTERIOR AND WS-CEP NUMERIC
               PERFORM P720-PROCURA-FAIXA THRU P720-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NOV-QTD OR CEP-RESTRITO
               IF NOT CEP-RESTRITO
                   PERFORM P725-PROCURA-MANUAL THRU P725-FIM
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-VEL-QTD OR CEP-RESTRITO
               END-IF
           END-IF
           IF CEP-RESTRITO
               ADD 1 TO WS-EM-AREA
           END-IF

           SET TEM-REGISTRO TO TRUE
           MOVE ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   SET TEM-REGISTRO TO FALSE
           END-READ

           EVALUATE TRUE
               WHEN CEP-RESTRITO AND NOT TEM-REGISTRO
                   MOVE SPACES     TO REG-CONTCOMP
                   MOVE ID-CONTATO TO CMP-ID-CONTATO
                   MOVE 0          TO CMP-SCORE
                   MOVE 0          TO CMP-DT-SCORE
                   MOVE 0          TO CMP-DT-FUP-SCORE
                   MOVE 0          TO CMP-DT-GERENTE
                   MOVE 'S'        TO CMP-AREA-RESTRITA
                   MOVE WS-DATA-SISTEMA TO CMP-DT-AREA-RESTR
                   WRITE REG-CONTCOMP
                       INVALID KEY
                           ADD 1 TO WS-ERROS-CMP
                       NOT INVALID KEY
                           ADD 1 TO WS-MARCADOS
                   END-WRITE
               WHEN CEP-RESTRITO AND NOT CMP-EM-AREA-RESTRITA
                   MOVE 'S'             TO CMP-AREA-RESTRITA
                   MOVE WS-DATA-SISTEMA TO CMP-DT-AREA-RESTR
                   PERFORM P730-REGRAVAR THRU P730-FIM
                   ADD 1 TO WS-MARCADOS
               WHEN NOT CEP-RESTRITO AND TEM-REGISTRO
                       AND CMP-EM-AREA-RESTRITA
                   MOVE SPACE           TO CMP-AREA-RESTRITA
                   MOVE WS-DATA-SISTEMA TO CMP-DT-AREA-RESTR
                   PERFORM P730-REGRAVAR THRU P730-FIM
                   ADD 1 TO WS-DESMARCADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P710-FIM.

       P720-PROCURA-FAIXA.
           IF WS-NOV-ATIVO(WS-IDX) NOT = 'N'
                   AND WS-CEP NOT < WS-NOV-DE(WS-IDX)
                   AND WS-CEP NOT > WS-NOV-ATE(WS-IDX)
               SET CEP-RESTRITO TO TRUE
           END-IF
           .
       P720-FIM.

      * AS MANUAIS QUE FICARAM NA TABELA TAMBEM VALEM.
       P725-PROCURA-MANUAL.
           IF WS-VEL-ORIGEM(WS-IDX) NOT = 'C'
                   AND WS-VEL-VISTA(WS-IDX) NOT = 'S'
                   AND WS-VEL-ATIVO(WS-IDX) NOT = 'N'
                   AND WS-CEP NOT < WS-VEL-DE(WS-IDX)
                   AND WS-CEP NOT > WS-VEL-ATE(WS-IDX)
               SET CEP-RESTRITO TO TRUE
           END-IF
           .
       P725-FIM.

       P730-REGRAVAR.
           REWRITE REG-CONTCOMP
               INVALID KEY
                   ADD 1 TO WS-ERROS-CMP
           END-REWRITE
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO MARCAR O CONTATO ' ID-CONTATO
                       ' (FS=' WS-FS-CMP ').'
           END-IF
           .
       P730-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELREST
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELREST TRAILING)
           MOVE SPACES TO REG-RELREST
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CARGAREST.
