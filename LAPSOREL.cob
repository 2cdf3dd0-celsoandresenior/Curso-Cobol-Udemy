      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO DE APOLICES CADUCADAS PARA OS GERENTES DE
      *          CONTAS: LISTA NO RELLAPSO AS APOLICES QUE O RETORNO
      *          DO PARCEIRO DE SEGUROS PASSOU DE VIGENTE A CANCELADA
      *          ENTRE A CARGA ANTERIOR E A CARGA ESCOLHIDA, CONFORME
      *          O LOG DE CADUCIDADE GRAVADO PELO CARGAPOL (VEJA
      *          POLLAPSO.cpy). A CARGA E A DATA DO ARQUIVO DE
      *          RETORNO EM LAPSO_CARGA (AAAAMMDD); SEM ELA, VALE A
      *          ULTIMA CARGA DO LOG. AS LINHAS SAEM AGRUPADAS POR
      *          GERENTE DA CARTEIRA DO CLIENTE (CMP-GERENTE, VEJA
      *          CONTCOMP.cpy), COM NOME, TELEFONE E FILIAL DO
      *          CONTATO PARA A LIGACAO; CLIENTE SEM GERENTE SAI NO
      *          PRIMEIRO GRUPO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPSOREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT POLLAPSO ASSIGN TO DYNAMIC
               WS-POLLAPSO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLP.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

               SELECT RELLAPSO ASSIGN TO DYNAMIC
               WS-RELLAPSO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

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
       FD POLLAPSO.
          COPY POLLAPSO.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CONTCOMP.
          COPY CONTCOMP.

      * ARQUIVO DE TRABALHO DO SORT: AS APOLICES SAEM ORDENADAS POR
      * GERENTE, CONTATO E APOLICE (SEM GERENTE PRIMEIRO).
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SRT-GERENTE            PIC X(08).
           03 SRT-ID                 PIC 9(05).
           03 SRT-NUMERO             PIC X(10).
           03 SRT-NOME               PIC X(40).
           03 SRT-DDD                PIC 9(02).
           03 SRT-PREFIXO            PIC 9(05).
           03 SRT-SUFIXO             PIC 9(04).
           03 SRT-FILIAL             PIC 9(02).
           03 SRT-PRODUTO            PIC X(10).
           03 SRT-DT-INICIO          PIC 9(08).
           03 SRT-ACHADO             PIC X(01).
               88 SRT-CONTATO-OK         VALUE 'S'.

       FD RELLAPSO.
       01 REG-RELLAPSO              PIC X(132).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-POLLAPSO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\POLLAPSO.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\LAPSOSRT.TMP'.
       77 WS-RELLAPSO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELLAPSO.TXT'.

       77 WS-FS-PLP                 PIC 99.
          88 FS-PLP-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'LAPSOREL'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'LAPSOREL'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'LAPSOREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

      * CARGA ESCOLHIDA (DATA DO ARQUIVO DE RETORNO).
       77 WS-CARGA-TXT              PIC X(08) VALUE SPACES.
       77 WS-DATA-CARGA             PIC 9(08) VALUE ZEROES.
       01 WS-DATA-EDIT              PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-DATA-EDIT.
           03 WS-EDT-ANO            PIC 9(04).
           03 WS-EDT-MES            PIC 9(02).
           03 WS-EDT-DIA            PIC 9(02).

       77 WS-CMP-ABERTO             PIC X VALUE 'N'.
          88 CMP-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-FIM-SORT               PIC X.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.
       77 WS-PRIMEIRA               PIC X VALUE 'S'.
          88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.
       77 WS-GERENTE-ANT            PIC X(08) VALUE SPACES.

       77 WS-QTD-LIDAS              PIC 9(05) VALUE ZEROES.
       77 WS-QTD-LISTADAS           PIC 9(05) VALUE ZEROES.
       77 WS-QTD-SEM-GERENTE        PIC 9(05) VALUE ZEROES.
       77 WS-QTD-SEM-CONTATO        PIC 9(05) VALUE ZEROES.
       77 WS-QTD-GERENTE            PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** APOLICES CADUCADAS POR GERENTE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           IF WS-DATA-CARGA = 0
               PERFORM P200-ULTIMA-CARGA THRU P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

      * SEM O COMPLEMENTO O RELATORIO SAI, MAS SEM OS GERENTES.
           SET FS-CMP-OK TO TRUE
           OPEN INPUT CONTCOMP
           IF FS-CMP-OK
               SET CMP-ABERTO TO TRUE
           ELSE
               DISPLAY 'COMPLEMENTO DOS CONTATOS INDISPONIVEL (FS='
                       WS-FS-CMP '). APOLICES LISTADAS SEM GERENTE.'
               MOVE 4 TO WS-FIM-RC
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELLAPSO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE APOLICES '
                       'CADUCADAS (FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           SORT SORTWORK
               ON ASCENDING KEY SRT-GERENTE SRT-ID SRT-NUMERO
               INPUT  PROCEDURE IS P300-SELECIONAR
                   THRU P300-FIM
               OUTPUT PROCEDURE IS P600-IMPRIMIR
                   THRU P600-FIM

           PERFORM P700-TOTAIS THRU P700-FIM

           CLOSE CONTATOS
           IF CMP-ABERTO
               CLOSE CONTCOMP
           END-IF
           IF FS-REL-OK
               CLOSE RELLAPSO
               MOVE 'RELLAPSO'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELLAPSO-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-QTD-LIDAS       TO WS-FIM-CONT1
           MOVE WS-QTD-LISTADAS    TO WS-FIM-CONT2
           MOVE WS-QTD-SEM-GERENTE TO WS-FIM-CONT3
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
           DISPLAY 'POLLAPSO_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-POLLAPSO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-POLLAPSO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\POLLAPSO.TXT'
                   TO WS-POLLAPSO-PATH
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

           DISPLAY 'SORTWORK_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\LAPSOSRT.TMP'
                   TO WS-SORTWORK-PATH
           END-IF

           DISPLAY 'RELLAPSO_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELLAPSO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELLAPSO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELLAPSO.TXT'
                   TO WS-RELLAPSO-PATH
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

           DISPLAY 'LAPSO_CARGA'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CARGA-TXT         FROM ENVIRONMENT-VALUE
           IF WS-CARGA-TXT NOT = SPACES AND WS-CARGA-TXT NUMERIC
               MOVE WS-CARGA-TXT TO WS-DATA-CARGA
           ELSE
               MOVE 0 TO WS-DATA-CARGA
           END-IF
           .
       P100-FIM.

      * SEM CARGA INFORMADA, VALE A MAIS RECENTE DO LOG.
       P200-ULTIMA-CARGA.
           SET EOF-OK TO FALSE
           SET FS-PLP-OK TO TRUE
           OPEN INPUT POLLAPSO
           IF NOT FS-PLP-OK
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-CARGA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE POLLAPSO
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-CARGA.
           READ POLLAPSO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF PLP-DT-CARGA NUMERIC
                           AND PLP-DT-CARGA > WS-DATA-CARGA
                       MOVE PLP-DT-CARGA TO WS-DATA-CARGA
                   END-IF
           END-READ
           .
       P210-FIM.

      * ENTRADA DO SORT: AS LINHAS DO LOG DA CARGA ESCOLHIDA, COM O
      * CONTATO E O GERENTE DA CARTEIRA.
       P300-SELECIONAR.
           SET EOF-OK TO FALSE
           SET FS-PLP-OK TO TRUE
           OPEN INPUT POLLAPSO
           IF NOT FS-PLP-OK
               DISPLAY 'NENHUMA CADUCIDADE REGISTRADA (LOG '
                       'INDISPONIVEL, FS=' WS-FS-PLP ').'
               GO TO P300-FIM
           END-IF
           PERFORM P310-LER-LAPSO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE POLLAPSO
           .
       P300-FIM.

       P310-LER-LAPSO.
           READ POLLAPSO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDAS
           IF PLP-DT-CARGA NOT = WS-DATA-CARGA
               GO TO P310-FIM
           END-IF

           MOVE SPACES         TO REG-SORTWORK
           MOVE PLP-ID-CONTATO TO SRT-ID
           MOVE PLP-NUMERO     TO SRT-NUMERO
           MOVE PLP-PRODUTO    TO SRT-PRODUTO
           MOVE PLP-DT-INICIO  TO SRT-DT-INICIO
           MOVE 0              TO SRT-DDD
           MOVE 0              TO SRT-PREFIXO
           MOVE 0              TO SRT-SUFIXO
           MOVE 0              TO SRT-FILIAL

           MOVE PLP-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'N' TO SRT-ACHADO
                   ADD 1 TO WS-QTD-SEM-CONTATO
               NOT INVALID KEY
                   MOVE 'S'         TO SRT-ACHADO
                   MOVE NM-CONTATO  TO SRT-NOME
                   MOVE WS-DDD      TO SRT-DDD
                   MOVE WS-PREFIXO  TO SRT-PREFIXO
                   MOVE WS-SUFIXO   TO SRT-SUFIXO
                   MOVE CD-FILIAL   TO SRT-FILIAL
           END-READ

           IF CMP-ABERTO
               MOVE PLP-ID-CONTATO TO CMP-ID-CONTATO
               READ CONTCOMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMP-GERENTE TO SRT-GERENTE
               END-READ
           END-IF
           IF SRT-GERENTE = SPACES
               ADD 1 TO WS-QTD-SEM-GERENTE
           END-IF

           ADD 1 TO WS-QTD-LISTADAS
           RELEASE REG-SORTWORK
           .
       P310-FIM.

      * SAIDA DO SORT: UM GRUPO POR GERENTE, COM A CONTAGEM NO FIM.
       P600-IMPRIMIR.
           MOVE WS-DATA-CARGA TO WS-DATA-EDIT
           MOVE SPACES TO REG-RELLAPSO
           STRING 'APOLICES CADUCADAS (VIGENTE -> CANCELADA) NA '
                                             DELIMITED BY SIZE
                  'CARGA DE '                DELIMITED BY SIZE
                  WS-EDT-DIA '/' WS-EDT-MES '/' WS-EDT-ANO
                                             DELIMITED BY SIZE
                  INTO REG-RELLAPSO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET PRIMEIRA-LINHA TO TRUE
           SET FIM-SORT-OK TO FALSE
           PERFORM P610-RETORNAR-APOLICE THRU P610-FIM
               UNTIL FIM-SORT-OK
           IF NOT PRIMEIRA-LINHA
               PERFORM P640-FECHAR-GERENTE THRU P640-FIM
           END-IF
           .
       P600-FIM.

       P610-RETORNAR-APOLICE.
           RETURN SORTWORK
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM P620-TRATAR-APOLICE THRU P620-FIM
           END-RETURN
           .
       P610-FIM.

       P620-TRATAR-APOLICE.
           IF PRIMEIRA-LINHA OR SRT-GERENTE NOT = WS-GERENTE-ANT
               IF NOT PRIMEIRA-LINHA
                   PERFORM P640-FECHAR-GERENTE THRU P640-FIM
               END-IF
               PERFORM P630-ABRIR-GERENTE THRU P630-FIM
           END-IF

           MOVE SRT-DT-INICIO TO WS-DATA-EDIT
           MOVE SPACES TO REG-RELLAPSO
           IF SRT-CONTATO-OK
               STRING '  '             DELIMITED BY SIZE
                      SRT-ID           DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      SRT-NOME(1:30)   DELIMITED BY SIZE
                      ' ('             DELIMITED BY SIZE
                      SRT-DDD          DELIMITED BY SIZE
                      ') '             DELIMITED BY SIZE
                      SRT-PREFIXO      DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      SRT-SUFIXO       DELIMITED BY SIZE
                      '  FIL '         DELIMITED BY SIZE
                      SRT-FILIAL       DELIMITED BY SIZE
                      '  APOLICE '     DELIMITED BY SIZE
                      SRT-NUMERO       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      SRT-PRODUTO      DELIMITED BY SIZE
                      ' DESDE '        DELIMITED BY SIZE
                      WS-EDT-DIA '/' WS-EDT-MES '/' WS-EDT-ANO
                                       DELIMITED BY SIZE
                      INTO REG-RELLAPSO
               END-STRING
           ELSE
               STRING '  '             DELIMITED BY SIZE
                      SRT-ID           DELIMITED BY SIZE
                      ' *** CONTATO NAO ENCONTRADO ***'
                                       DELIMITED BY SIZE
                      '                           '
                                       DELIMITED BY SIZE
                      '  APOLICE '     DELIMITED BY SIZE
                      SRT-NUMERO       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      SRT-PRODUTO      DELIMITED BY SIZE
                      INTO REG-RELLAPSO
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-QTD-GERENTE
           .
       P620-FIM.

       P630-ABRIR-GERENTE.
           SET PRIMEIRA-LINHA TO FALSE
           MOVE SRT-GERENTE TO WS-GERENTE-ANT
           MOVE 0 TO WS-QTD-GERENTE
           MOVE SPACES TO REG-RELLAPSO
           IF SRT-GERENTE = SPACES
               MOVE 'CLIENTES SEM GERENTE DE CONTAS' TO REG-RELLAPSO
           ELSE
               STRING 'GERENTE: '      DELIMITED BY SIZE
                      SRT-GERENTE      DELIMITED BY SIZE
                      INTO REG-RELLAPSO
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P630-FIM.

       P640-FECHAR-GERENTE.
           MOVE SPACES TO REG-RELLAPSO
           STRING '  APOLICES A LIGAR.......: ' DELIMITED BY SIZE
                  WS-QTD-GERENTE                DELIMITED BY SIZE
                  INTO REG-RELLAPSO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P640-FIM.

       P700-TOTAIS.
           IF WS-QTD-LISTADAS = 0
               MOVE 'NENHUMA APOLICE CADUCADA NESTA CARGA.'
                   TO REG-RELLAPSO
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           STRING 'LINHAS LIDAS NO LOG......: ' DELIMITED BY SIZE
                  WS-QTD-LIDAS                  DELIMITED BY SIZE
                  INTO REG-RELLAPSO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'APOLICES CADUCADAS.......: ' DELIMITED BY SIZE
                  WS-QTD-LISTADAS               DELIMITED BY SIZE
                  INTO REG-RELLAPSO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'CLIENTES SEM GERENTE.....: ' DELIMITED BY SIZE
                  WS-QTD-SEM-GERENTE            DELIMITED BY SIZE
                  INTO REG-RELLAPSO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-QTD-SEM-CONTATO > 0
               STRING 'CONTATO NAO ENCONTRADO...: '
                                                DELIMITED BY SIZE
                      WS-QTD-SEM-CONTATO        DELIMITED BY SIZE
                      INTO REG-RELLAPSO
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELLAPSO
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELLAPSO TRAILING)
           MOVE SPACES TO REG-RELLAPSO
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM LAPSOREL.
