      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO MENSAL DAS TRANSFERENCIAS DE CONTATOS
      *          ENTRE AS EMPRESAS DA CASA, PARA OS FINANCEIROS DAS
      *          DUAS PONTAS. LE AS ENTRADAS 'TRANSFEMP' DO JORNAL
      *          (GRAVADAS PELO TRANSCONT) DA COMPETENCIA (A DA DATA
      *          DE PROCESSAMENTO, OU COMPETENCIA_TRANSF NO AMBIENTE
      *          NO FORMATO AAAAMM) E AS LISTA POR SENTIDO (EMPRESA
      *          DE ORIGEM -> DESTINO), COM A COMPETENCIA EM QUE O
      *          CONTATO PASSA A FATURAR NA EMPRESA NOVA (A SEGUINTE
      *          A DA TRANSFERENCIA, COMO NO FATCONT). FECHA COM AS
      *          ENTRADAS, SAIDAS E SALDO DE CADA EMPRESA. O
      *          RELATORIO VAI PARA RELTRANSF.TXT, ESPELHADO NA TELA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT EMPTAB ASSIGN TO DYNAMIC
               WS-EMPTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

               SELECT RELTRANSF ASSIGN TO DYNAMIC
               WS-RELTRANSF-PATH
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
       FD JOURNAL.
          COPY JORNAL.

      * EMPRESAS DA CASA, MANTIDA PELO MANUTTAB (OPCAO 12).
       FD EMPTAB.
       01 REG-EMPTAB.
           03 EMPTAB-COD                PIC 9(02).
           03 EMPTAB-NOME               PIC X(20).
           03 EMPTAB-ATIVO              PIC X(01).

      * ARQUIVO DE TRABALHO DO SORT: AS TRANSFERENCIAS SAEM POR
      * SENTIDO E, DENTRO DELE, NA ORDEM EM QUE ACONTECERAM.
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SRT-ORIGEM             PIC 9(02).
           03 SRT-DESTINO            PIC 9(02).
           03 SRT-DATA               PIC 9(08).
           03 SRT-HORA               PIC 9(08).
           03 SRT-ID-CONTATO         PIC 9(05).
           03 SRT-NOME               PIC X(40).
           03 SRT-GRUPO              PIC X(02).
           03 SRT-OPERADOR           PIC X(08).

       FD RELTRANSF.
       01 REG-RELTRANSF             PIC X(132).

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-EMPTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\EMPTAB.TXT'.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TRFSRT.TMP'.
       77 WS-RELTRANSF-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELTRANSF.TXT'.

       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-EMP                 PIC 99.
          88 FS-EMP-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'TRANSREL'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'TRANSREL'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'TRANSREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.

      * COMPETENCIA EM QUE AS TRANSFERENCIAS DO MES PASSAM A FATURAR
      * NA EMPRESA NOVA.
       01 WS-COMP-VIGENCIA          PIC 9(06) VALUE ZEROES.
       01 WS-COMP-VIGENCIA-R REDEFINES WS-COMP-VIGENCIA.
           03 WS-VIG-ANO            PIC 9(04).
           03 WS-VIG-MES            PIC 9(02).

      * EMPRESAS, INDEXADAS PELO PROPRIO CODIGO, COM O MOVIMENTO.
       01 WS-TAB-EMPRESAS.
           03 WS-EMP OCCURS 99 TIMES.
               05 WS-EMP-NOME        PIC X(20).
               05 WS-EMP-ENTRADAS    PIC 9(05).
               05 WS-EMP-SAIDAS      PIC 9(05).
       77 WS-EMP-IDX                PIC 9(03) VALUE ZEROES.
       77 WS-EMPRESA-TXT            PIC X(02) VALUE SPACES.
       77 WS-EMP-ORIGEM             PIC 9(02) VALUE ZEROES.
       77 WS-EMP-DESTINO            PIC 9(02) VALUE ZEROES.
       77 WS-SALDO                  PIC S9(05) VALUE ZEROES.
       77 WS-SALDO-ED               PIC -(5)9.

      * QUEBRA POR SENTIDO NA SAIDA DO SORT.
       77 WS-ORIGEM-ANT             PIC 9(02) VALUE ZEROES.
       77 WS-DESTINO-ANT            PIC 9(02) VALUE ZEROES.
       77 WS-SUB-SENTIDO            PIC 9(05) VALUE ZEROES.
       77 WS-PRIMEIRA               PIC X VALUE 'S'.
          88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.
       77 WS-FIM-SORT               PIC X VALUE 'N'.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.

       77 WS-LIDOS                  PIC 9(07) VALUE ZEROES.
       77 WS-TRANSFERENCIAS         PIC 9(05) VALUE ZEROES.
       77 WS-SENTIDOS               PIC 9(05) VALUE ZEROES.
       77 WS-IGNORADAS              PIC 9(05) VALUE ZEROES.
       77 WS-QTD-ED                 PIC ZZZZ9.
       77 WS-ENT-ED                 PIC ZZZZ9.
       77 WS-SAI-ED                 PIC ZZZZ9.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** TRANSFERENCIAS DE CONTATOS ENTRE EMPRESAS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           INITIALIZE WS-TAB-EMPRESAS
           PERFORM P150-CARREGAR-EMPRESAS THRU P150-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELTRANSF
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE TRANSFERENCIAS '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

           MOVE SPACES TO REG-RELTRANSF
           STRING 'TRANSFERENCIAS DE CONTATOS ENTRE EMPRESAS - '
                                             DELIMITED BY SIZE
                  'COMPETENCIA '             DELIMITED BY SIZE
                  WS-COMPETENCIA             DELIMITED BY SIZE
                  INTO REG-RELTRANSF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELTRANSF
           STRING 'OS CONTATOS TRANSFERIDOS NO MES FATURAM NA EMPRESA '
                                             DELIMITED BY SIZE
                  'NOVA A PARTIR DA COMPETENCIA '
                                             DELIMITED BY SIZE
                  WS-COMP-VIGENCIA           DELIMITED BY SIZE
                  '.'                        DELIMITED BY SIZE
                  INTO REG-RELTRANSF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

      * A ENTRADA DO SORT LE O JORNAL; A SAIDA ORDENADA E A
      * LISTAGEM POR SENTIDO.
           SORT SORTWORK
               ON ASCENDING KEY SRT-ORIGEM SRT-DESTINO SRT-DATA
                                SRT-HORA SRT-ID-CONTATO
               INPUT  PROCEDURE IS P200-SELECIONAR
                   THRU P200-FIM
               OUTPUT PROCEDURE IS P600-IMPRIMIR
                   THRU P600-FIM

           PERFORM P700-RESUMO-EMPRESAS THRU P700-FIM

           CLOSE RELTRANSF
           MOVE 'RELTRANSF'      TO WS-CAT-NOME
           MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
           MOVE WS-RELTRANSF-PATH TO WS-CAT-ARQUIVO
           COPY GRAVCAT.

           IF WS-FIM-RC = 0 AND WS-IGNORADAS > 0
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-TRANSFERENCIAS TO WS-FIM-CONT1
           MOVE WS-SENTIDOS       TO WS-FIM-CONT2
           MOVE WS-IGNORADAS      TO WS-FIM-CONT3
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
           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'EMPTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-EMPTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-EMPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\EMPTAB.TXT' TO WS-EMPTAB-PATH
           END-IF

           DISPLAY 'SORTWORK_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TRFSRT.TMP'
                   TO WS-SORTWORK-PATH
           END-IF

           DISPLAY 'RELTRANSF_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELTRANSF-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELTRANSF-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELTRANSF.TXT'
                   TO WS-RELTRANSF-PATH
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

      * A COMPETENCIA PODE VIR DO AMBIENTE (COMPETENCIA_TRANSF) PARA
      * REEMITIR UM MES PASSADO; SEM ELA, VALE O MES DA DATA DE
      * PROCESSAMENTO.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_TRANSF'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMPETENCIA-TXT   FROM ENVIRONMENT-VALUE
           IF WS-COMPETENCIA-TXT NUMERIC
                   AND WS-COMPETENCIA-TXT NOT = SPACES
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-SISTEMA(1:6) TO WS-COMPETENCIA
           END-IF
           DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA

           MOVE WS-COMPETENCIA TO WS-COMP-VIGENCIA
           IF WS-VIG-MES = 12
               ADD 1 TO WS-VIG-ANO
               MOVE 1 TO WS-VIG-MES
           ELSE
               ADD 1 TO WS-VIG-MES
           END-IF
           .
       P100-FIM.

      * NOMES DAS EMPRESAS; SEM A EMPTAB O RELATORIO SAI SO COM OS
      * CODIGOS.
       P150-CARREGAR-EMPRESAS.
           SET EOF-OK TO FALSE
           SET FS-EMP-OK TO TRUE
           OPEN INPUT EMPTAB
           IF NOT FS-EMP-OK
               DISPLAY 'ATENCAO: TABELA DE EMPRESAS (EMPTAB) '
                       'INDISPONIVEL (FS=' WS-FS-EMP '). EMPRESAS '
                       'SAEM SEM NOME.'
               GO TO P150-FIM
           END-IF
           PERFORM P160-LER-EMPRESA THRU P160-FIM
               UNTIL EOF-OK
           CLOSE EMPTAB
           .
       P150-FIM.

       P160-LER-EMPRESA.
           READ EMPTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P160-FIM
           END-READ
           IF EMPTAB-COD NUMERIC AND EMPTAB-COD > 0
               MOVE EMPTAB-NOME TO WS-EMP-NOME(EMPTAB-COD)
           END-IF
           .
       P160-FIM.

      * ENTRADA DO SORT: SO AS TRANSFERENCIAS DA COMPETENCIA. A
      * EMPRESA DE CADA LADO SAI DAS IMAGENS DO MESTRE (CD-EMPRESA NAS
      * POSICOES 344-345; ZERO = BASE ANTIGA, EMPRESA 01).
       P200-SELECIONAR.
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF NOT FS-JOR-OK
               DISPLAY 'JORNAL INDISPONIVEL (FS=' WS-FS-JOR ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P210-LER-ENTRADA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE JOURNAL
           .
       P200-FIM.

       P210-LER-ENTRADA.
           READ JOURNAL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF JOR-OPERACAO NOT = 'TRANSFEMP'
               GO TO P210-FIM
           END-IF
           IF JOR-DATA NOT NUMERIC
                   OR JOR-DATA(1:6) NOT = WS-COMPETENCIA
               GO TO P210-FIM
           END-IF

           MOVE JOR-IMAGEM-ANTES(344:2) TO WS-EMPRESA-TXT
           IF WS-EMPRESA-TXT NUMERIC AND WS-EMPRESA-TXT NOT = '00'
               MOVE WS-EMPRESA-TXT TO WS-EMP-ORIGEM
           ELSE
               MOVE 1 TO WS-EMP-ORIGEM
           END-IF
           MOVE JOR-IMAGEM-DEPOIS(344:2) TO WS-EMPRESA-TXT
           IF WS-EMPRESA-TXT NUMERIC AND WS-EMPRESA-TXT NOT = '00'
               MOVE WS-EMPRESA-TXT TO WS-EMP-DESTINO
           ELSE
               MOVE 1 TO WS-EMP-DESTINO
           END-IF
      * ENTRADA SEM TROCA EFETIVA DE EMPRESA (IMAGEM ANOMALA) FICA
      * FORA DA LISTAGEM E AVISADA NO RESUMO.
           IF WS-EMP-ORIGEM = WS-EMP-DESTINO
               ADD 1 TO WS-IGNORADAS
               GO TO P210-FIM
           END-IF

           ADD 1 TO WS-TRANSFERENCIAS
           ADD 1 TO WS-EMP-SAIDAS(WS-EMP-ORIGEM)
           ADD 1 TO WS-EMP-ENTRADAS(WS-EMP-DESTINO)

           MOVE WS-EMP-ORIGEM           TO SRT-ORIGEM
           MOVE WS-EMP-DESTINO          TO SRT-DESTINO
           MOVE JOR-DATA                TO SRT-DATA
           MOVE JOR-HORA                TO SRT-HORA
           MOVE JOR-ID-CONTATO          TO SRT-ID-CONTATO
           MOVE JOR-IMAGEM-DEPOIS(6:40) TO SRT-NOME
           MOVE JOR-IMAGEM-DEPOIS(261:2) TO SRT-GRUPO
           MOVE JOR-OPERADOR            TO SRT-OPERADOR
           RELEASE REG-SORTWORK
           .
       P210-FIM.

       P600-IMPRIMIR.
           SET PRIMEIRA-LINHA TO TRUE
           SET FIM-SORT-OK TO FALSE
           PERFORM P610-RETORNAR THRU P610-FIM
               UNTIL FIM-SORT-OK
           IF PRIMEIRA-LINHA
               PERFORM P840-LINHA-BRANCA THRU P840-FIM
               MOVE 'NENHUMA TRANSFERENCIA ENTRE EMPRESAS NA '
                 & 'COMPETENCIA.' TO REG-RELTRANSF
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ELSE
               PERFORM P630-FECHAR-SENTIDO THRU P630-FIM
           END-IF
           .
       P600-FIM.

       P610-RETORNAR.
           RETURN SORTWORK
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM P620-TRATAR THRU P620-FIM
           END-RETURN
           .
       P610-FIM.

       P620-TRATAR.
           IF PRIMEIRA-LINHA
               PERFORM P640-CABECALHO-SENTIDO THRU P640-FIM
               SET PRIMEIRA-LINHA TO FALSE
           ELSE
               IF SRT-ORIGEM NOT = WS-ORIGEM-ANT
                       OR SRT-DESTINO NOT = WS-DESTINO-ANT
                   PERFORM P630-FECHAR-SENTIDO THRU P630-FIM
                   PERFORM P640-CABECALHO-SENTIDO THRU P640-FIM
               END-IF
           END-IF

           ADD 1 TO WS-SUB-SENTIDO
           MOVE SPACES TO REG-RELTRANSF
           STRING '  '              DELIMITED BY SIZE
                  SRT-ID-CONTATO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SRT-NOME          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SRT-GRUPO         DELIMITED BY SIZE
                  '    '            DELIMITED BY SIZE
                  SRT-DATA          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SRT-OPERADOR      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-COMP-VIGENCIA  DELIMITED BY SIZE
                  INTO REG-RELTRANSF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P620-FIM.

       P630-FECHAR-SENTIDO.
           MOVE WS-SUB-SENTIDO TO WS-QTD-ED
           MOVE SPACES TO REG-RELTRANSF
           STRING '  TOTAL DO SENTIDO '  DELIMITED BY SIZE
                  WS-ORIGEM-ANT          DELIMITED BY SIZE
                  ' -> '                 DELIMITED BY SIZE
                  WS-DESTINO-ANT         DELIMITED BY SIZE
                  ': '                   DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  ' CONTATO(S)'          DELIMITED BY SIZE
                  INTO REG-RELTRANSF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 0 TO WS-SUB-SENTIDO
           .
       P630-FIM.

       P640-CABECALHO-SENTIDO.
           MOVE SRT-ORIGEM  TO WS-ORIGEM-ANT
           MOVE SRT-DESTINO TO WS-DESTINO-ANT
           ADD 1 TO WS-SENTIDOS
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELTRANSF
           STRING 'DA EMPRESA '            DELIMITED BY SIZE
                  SRT-ORIGEM               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-EMP-NOME(SRT-ORIGEM)  DELIMITED BY SIZE
                  ' PARA A EMPRESA '       DELIMITED BY SIZE
                  SRT-DESTINO              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-EMP-NOME(SRT-DESTINO) DELIMITED BY SIZE
                  INTO REG-RELTRANSF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELTRANSF
           MOVE 'ID'           TO REG-RELTRANSF(3:2)
           MOVE 'NOME'         TO REG-RELTRANSF(9:4)
           MOVE 'GRUPO'        TO REG-RELTRANSF(50:5)
           MOVE 'DATA'         TO REG-RELTRANSF(56:4)
           MOVE 'OPERADOR'     TO REG-RELTRANSF(65:8)
           MOVE 'FATURA NA NOVA DESDE' TO REG-RELTRANSF(74:20)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P640-FIM.

      * ENTRADAS, SAIDAS E SALDO DE CADA EMPRESA COM MOVIMENTO, PARA
      * CADA FINANCEIRO CONFERIR A SUA PONTA.
       P700-RESUMO-EMPRESAS.
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE 'RESUMO POR EMPRESA' TO REG-RELTRANSF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'EMPRESA                      ENTRADAS   SAIDAS   SALDO'
               TO REG-RELTRANSF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 1 TO WS-EMP-IDX
           PERFORM P710-LINHA-EMPRESA THRU P710-FIM
               UNTIL WS-EMP-IDX > 99

           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELTRANSF
           STRING 'ENTRADAS DO JORNAL LIDAS: '  DELIMITED BY SIZE
                  WS-LIDOS                      DELIMITED BY SIZE
                  '  TRANSFERENCIAS: '          DELIMITED BY SIZE
                  WS-TRANSFERENCIAS             DELIMITED BY SIZE
                  INTO REG-RELTRANSF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-IGNORADAS > 0
               MOVE SPACES TO REG-RELTRANSF
               STRING 'ATENCAO: '               DELIMITED BY SIZE
                      WS-IGNORADAS              DELIMITED BY SIZE
                      ' ENTRADA(S) DE TRANSFERENCIA SEM TROCA DE '
                                                DELIMITED BY SIZE
                      'EMPRESA NAS IMAGENS - FORA DA LISTAGEM.'
                                                DELIMITED BY SIZE
                      INTO REG-RELTRANSF
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P700-FIM.

       P710-LINHA-EMPRESA.
           IF WS-EMP-ENTRADAS(WS-EMP-IDX) = 0
                   AND WS-EMP-SAIDAS(WS-EMP-IDX) = 0
               GO TO P710-PROXIMA
           END-IF
           MOVE WS-EMP-ENTRADAS(WS-EMP-IDX) TO WS-ENT-ED
           MOVE WS-EMP-SAIDAS(WS-EMP-IDX)   TO WS-SAI-ED
           COMPUTE WS-SALDO = WS-EMP-ENTRADAS(WS-EMP-IDX)
               - WS-EMP-SAIDAS(WS-EMP-IDX)
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO REG-RELTRANSF
           MOVE WS-EMP-IDX(2:2)          TO REG-RELTRANSF(1:2)
           MOVE WS-EMP-NOME(WS-EMP-IDX)  TO REG-RELTRANSF(4:20)
           MOVE WS-ENT-ED                TO REG-RELTRANSF(33:5)
           MOVE WS-SAI-ED                TO REG-RELTRANSF(42:5)
           MOVE WS-SALDO-ED              TO REG-RELTRANSF(48:6)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P710-PROXIMA.
           ADD 1 TO WS-EMP-IDX
           .
       P710-FIM.

       P840-LINHA-BRANCA.
           MOVE SPACES TO REG-RELTRANSF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P840-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELTRANSF
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELTRANSF TRAILING)
           MOVE SPACES TO REG-RELTRANSF
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM TRANSREL.
