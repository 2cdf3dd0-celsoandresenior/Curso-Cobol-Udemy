      * Date:
      * Purpose: RELATORIO DO SUPERVISOR SOBRE A FILA UNIFICADA DE
      *          CASOS (VEJA CASOFILA.cpy): CASOS ABERTOS E TOMADOS
      *          POR TIPO (QUALIDADE, DUPLICATA, DEVOLUCAO, OBITO,
      *          TRIAGEM PEP/SANCOES, ACORDO ROMPIDO) E POR IDADE
      *          (ATE 7, 8 A 30 E MAIS DE 30 DIAS DA ABERTURA), PARA
      *          DIMENSIONAR O MUTIRAO E COBRAR OS CASOS ESQUECIDOS.
      *          OS CASOS COM MAIS DE 30 DIAS SAEM TAMBEM UM A UM,
      *          COM O OPERADOR QUE TOMOU O CASO (SEM-OPER SE NINGUEM
      *          TOMOU) E A FILIAL/EMPRESA DO CONTATO NA AREA DE
      *          DISTRIBUICAO (VEJA RELCHAVE.cpy). O RELATORIO FICA
      *          REGISTRADO NO CATALOGO (RELCAT) PARA O DISTREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
          COPY CASOFILA.

       FD RELCASOS.
       01 REG-RELCASOS              PIC X(132).
       01 REG-RELCASOS-DIST.
           03 RELCASOS-TEXTO         PIC X(120).
           COPY RELCHAVE.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-CASOFILA-PATH          PIC X(100)
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * MESTRE DE CONTATOS, SO PARA A FILIAL/EMPRESA DOS CASOS
      * ESQUECIDOS; SEM ELE AS LINHAS SAEM COM FILIAL E EMPRESA 00.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-CONTATOS-ABERTO        PIC X VALUE 'N'.
          88 CONTATOS-ABERTO        VALUE 'S' FALSE 'N'.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CASOREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HOJE-INTEIRO           PIC 9(08) VALUE ZEROES.
       77 WS-IDADE-DIAS             PIC S9(05) VALUE ZEROES.

      * ABERTOS POR TIPO (1=Q, 2=D, 3=V, 4=O, 5=S, 6=A) E FAIXA DE
      * IDADE (1=ATE 7, 2=8-30, 3=+30).
       01 WS-TAB-ABERTOS.
           03 WS-AB-TIPO OCCURS 6 TIMES.
               05 WS-AB-FAIXA OCCURS 3 TIMES PIC 9(05).

       77 WS-TIDX                   PIC 9(01) VALUE ZEROES.
       77 WS-FIDX                   PIC 9(01) VALUE ZEROES.
       77 WS-TIPO-NOME              PIC X(10) VALUE SPACES.
       77 WS-IDADE-EDIT             PIC ZZZZ9.
       77 WS-ESQUECIDOS             PIC 9(05) VALUE ZEROES.

       77 WS-ABERTOS                PIC 9(05) VALUE ZEROES.
       77 WS-TOMADOS                PIC 9(05) VALUE ZEROES.
                   TO WS-RELCASOS-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               TO WS-HOJE-INTEIRO
       P210-FIM.

       P220-CLASSIFICAR.
           PERFORM P225-TIPO-CASO THRU P225-FIM
           PERFORM P230-IDADE-CASO THRU P230-FIM

           EVALUATE TRUE
               WHEN WS-IDADE-DIAS NOT > 7
                   MOVE 1 TO WS-FIDX
               WHEN WS-IDADE-DIAS NOT > 30
                   MOVE 2 TO WS-FIDX
               WHEN OTHER
                   MOVE 3 TO WS-FIDX
           END-EVALUATE
           ADD 1 TO WS-AB-FAIXA(WS-TIDX, WS-FIDX)
           .
       P220-FIM.

       P225-TIPO-CASO.
           EVALUATE TRUE
               WHEN CAS-TIPO-QUALIDADE
                   MOVE 1 TO WS-TIDX
               WHEN CAS-TIPO-DUPLICATA
                   MOVE 2 TO WS-TIDX
               WHEN CAS-TIPO-OBITO
                   MOVE 4 TO WS-TIDX
               WHEN CAS-TIPO-TRIAGEM
                   MOVE 5 TO WS-TIDX
               WHEN CAS-TIPO-ACORDO
                   MOVE 6 TO WS-TIDX
               WHEN OTHER
                   MOVE 3 TO WS-TIDX
           END-EVALUATE
           .
       P225-FIM.

       P230-IDADE-CASO.
           IF CAS-DT-ABERTURA NUMERIC
                   AND CAS-DT-ABERTURA > 19000101
               COMPUTE WS-IDADE-DIAS = WS-HOJE-INTEIRO
           ELSE
               MOVE 99999 TO WS-IDADE-DIAS
           END-IF
           .
       P230-FIM.

       P500-IMPRIMIR.
           OPEN OUTPUT RELCASOS
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           PERFORM P510-LINHA-TIPO THRU P510-FIM
               VARYING WS-TIDX FROM 1 BY 1 UNTIL WS-TIDX > 6

           MOVE SPACES TO REG-RELCASOS
           STRING 'ABERTOS ' DELIMITED BY SIZE
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           PERFORM P520-LISTAR-ESQUECIDOS THRU P520-FIM

           IF FS-REL-OK
               CLOSE RELCASOS
               MOVE 'RELCASOS'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELCASOS-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P500-FIM.

       P510-LINHA-TIPO.
           PERFORM P515-NOME-TIPO THRU P515-FIM

           MOVE SPACES TO REG-RELCASOS
           STRING WS-TIPO-NOME            DELIMITED BY SIZE
           .
       P510-FIM.

       P515-NOME-TIPO.
           EVALUATE WS-TIDX
               WHEN 1
                   MOVE 'QUALIDADE' TO WS-TIPO-NOME
               WHEN 2
                   MOVE 'DUPLICATA' TO WS-TIPO-NOME
               WHEN 4
                   MOVE 'OBITO'     TO WS-TIPO-NOME
               WHEN 5
                   MOVE 'PEP/SANCAO' TO WS-TIPO-NOME
               WHEN 6
                   MOVE 'ACORDO'    TO WS-TIPO-NOME
               WHEN OTHER
                   MOVE 'DEVOLUCAO' TO WS-TIPO-NOME
           END-EVALUATE
           .
       P515-FIM.

      * CASOS ESQUECIDOS (MAIS DE 30 DIAS E AINDA NAO RESOLVIDOS),
      * UM POR LINHA: A FILA E RELIDA, POIS A APURACAO SO GUARDA
      * AS CONTAGENS.
       P520-LISTAR-ESQUECIDOS.
           MOVE 0 TO WS-ESQUECIDOS
           SET EOF-OK TO FALSE
           SET FS-CAS-OK TO TRUE
           OPEN INPUT CASOFILA
           IF NOT FS-CAS-OK
               GO TO P520-FIM
           END-IF
           SET CONTATOS-ABERTO TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF FS-OK
               SET CONTATOS-ABERTO TO TRUE
           END-IF

           MOVE SPACES TO REG-RELCASOS
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           MOVE 'CASOS HA MAIS DE 30 DIAS SEM SOLUCAO:'
               TO RELCASOS-TEXTO
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           PERFORM P530-LINHA-ESQUECIDO THRU P530-FIM
               UNTIL EOF-OK

           CLOSE CASOFILA
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF

           STRING 'CASOS ESQUECIDOS: ' DELIMITED BY SIZE
                  WS-ESQUECIDOS        DELIMITED BY SIZE
                  INTO RELCASOS-TEXTO
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           SET EOF-OK TO FALSE
           .
       P520-FIM.

       P530-LINHA-ESQUECIDO.
           READ CASOFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P530-FIM
           END-READ
           IF CAS-RESOLVIDO
               GO TO P530-FIM
           END-IF
           PERFORM P230-IDADE-CASO THRU P230-FIM
           IF WS-IDADE-DIAS NOT > 30
               GO TO P530-FIM
           END-IF
           ADD 1 TO WS-ESQUECIDOS
           PERFORM P225-TIPO-CASO THRU P225-FIM
           PERFORM P515-NOME-TIPO THRU P515-FIM
           MOVE WS-IDADE-DIAS TO WS-IDADE-EDIT

           MOVE SPACES TO REG-RELCASOS
           IF CAS-TOMADO
               STRING '  CASO '         DELIMITED BY SIZE
                      CAS-SEQUENCIA     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-TIPO-NOME      DELIMITED BY SIZE
                      ' CONTATO '       DELIMITED BY SIZE
                      CAS-ID-CONTATO    DELIMITED BY SIZE
                      ' ABERTO EM '     DELIMITED BY SIZE
                      CAS-DT-ABERTURA   DELIMITED BY SIZE
                      WS-IDADE-EDIT     DELIMITED BY SIZE
                      ' DIAS  TOMADO POR ' DELIMITED BY SIZE
                      CAS-OPERADOR      DELIMITED BY SIZE
                      INTO RELCASOS-TEXTO
               END-STRING
               MOVE CAS-OPERADOR TO REL-DIST-OPERADOR
           ELSE
               STRING '  CASO '         DELIMITED BY SIZE
                      CAS-SEQUENCIA     DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-TIPO-NOME      DELIMITED BY SIZE
                      ' CONTATO '       DELIMITED BY SIZE
                      CAS-ID-CONTATO    DELIMITED BY SIZE
                      ' ABERTO EM '     DELIMITED BY SIZE
                      CAS-DT-ABERTURA   DELIMITED BY SIZE
                      WS-IDADE-EDIT     DELIMITED BY SIZE
                      ' DIAS  EM ABERTO' DELIMITED BY SIZE
                      INTO RELCASOS-TEXTO
               END-STRING
           END-IF
           IF REL-DIST-OPERADOR = SPACES
               MOVE 'SEM-OPER' TO REL-DIST-OPERADOR
           END-IF

           MOVE '00' TO REL-DIST-FILIAL
           MOVE '00' TO REL-DIST-EMPRESA
           IF CONTATOS-ABERTO AND CAS-ID-CONTATO > 0
               MOVE CAS-ID-CONTATO TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CD-FILIAL TO REL-DIST-FILIAL
                       IF CD-EMPRESA = 0
                           MOVE '01' TO REL-DIST-EMPRESA
                       ELSE
                           MOVE CD-EMPRESA TO REL-DIST-EMPRESA
                       END-IF
               END-READ
           END-IF
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P530-FIM.

       P560-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELCASOS
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(RELCASOS-TEXTO)
           MOVE SPACES TO REG-RELCASOS
           .
       P560-FIM.

