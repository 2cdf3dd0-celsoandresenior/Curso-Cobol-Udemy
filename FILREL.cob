      *          A RELACAO DOS CONTATOS ATIVOS DA FILIAL PEDIDA E A
      *          CONTAGEM DE CONTATOS POR FILIAL, PARA CADA
      *          ESCRITORIO REGIONAL ENXERGAR A SUA CARTEIRA.
      *          FILIAL 00 = AINDA SEM ATRIBUICAO. COM A FILIAL 00 O
      *          OPERADOR PODE PEDIR A RELACAO DE TODAS AS FILIAIS,
      *          E CADA LINHA LEVA A FILIAL E A EMPRESA NA AREA DE
      *          DISTRIBUICAO (VEJA RELCHAVE.cpy), PARA O DISTREL
      *          CORTAR UMA FATIA POR ESCRITORIO. O RELATORIO E
      *          REGISTRADO NO CATALOGO (RELCAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

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
          COPY FD_CONTATOS.

       FD RELFIL.
       01 REG-RELFIL                PIC X(132).
       01 REG-RELFIL-DIST.
           03 RELFIL-TEXTO           PIC X(120).
           COPY RELCHAVE.

       FD RUNCTL.
          COPY RUNCTL.

       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
           03 WS-FIL-CONT OCCURS 100 TIMES PIC 9(05).

       77 WS-FILIAL-PEDIDA          PIC 9(02) VALUE ZEROES.
       77 WS-TODAS                  PIC X(01) VALUE 'N'.
          88 TODAS-FILIAIS          VALUE 'S' 's'.
       77 WS-FIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-FIL-SLOT               PIC 9(03) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-NA-FILIAL              PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS                 PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy). O TOTAL DE ATIVOS E BATIDO PELO BALANCO
      * CONTRA O DA ESTATCONT E O DA FOTOGRAFIA DO MESTRE.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'FILREL'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'FILREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
           DISPLAY 'INFORME A FILIAL DA RELACAO (00 = SO A '
                   'ESTATISTICA GERAL): '
           ACCEPT WS-FILIAL-PEDIDA
           IF WS-FILIAL-PEDIDA = 0
               DISPLAY 'RELACAO DE TODAS AS FILIAIS, PARA '
                       'DISTRIBUICAO (S/N)? '
               ACCEPT WS-TODAS
           END-IF

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.
           PERFORM P200-PROCESSAR THRU P200-FIM

           MOVE 'FIM   '      TO WS-RUN-EVENTO
           MOVE WS-LIDOS      TO WS-RUN-CONT1
           MOVE WS-ATIVOS     TO WS-RUN-CONT2
           MOVE WS-NA-FILIAL  TO WS-RUN-CONT3
           COPY GRAVRUN.
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
               MOVE 'C:\Users\gotic\opencobolfiles\RELFIL.TXT'
                   TO WS-RELFIL-PATH
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
           .
       P100-FIM.

           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-RUN-RC
               GO TO P200-FIM
           END-IF

               MOVE SPACES TO REG-RELFIL
               STRING 'RELACAO DA FILIAL ' DELIMITED BY SIZE
                      WS-FILIAL-PEDIDA     DELIMITED BY SIZE
                      INTO RELFIL-TEXTO
               END-STRING
               PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           END-IF
           IF TODAS-FILIAIS
               MOVE 'RELACAO DE TODAS AS FILIAIS' TO RELFIL-TEXTO
               PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           END-IF

           PERFORM P210-LER-UM-REGISTRO THRU P210-FIM
               UNTIL EOF-OK

           CLOSE CONTATOS

           MOVE 'CONTATOS ATIVOS POR FILIAL:' TO RELFIL-TEXTO
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           PERFORM P510-LINHA-FILIAL THRU P510-FIM
               VARYING WS-FIDX FROM 1 BY 1 UNTIL WS-FIDX > 100

           IF FS-REL-OK
               CLOSE RELFIL
               MOVE 'RELFIL'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS   TO WS-CAT-REGISTROS
               MOVE WS-RELFIL-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF

           DISPLAY 'REGISTROS LIDOS.......: ' WS-LIDOS
           DISPLAY 'CONTATOS ATIVOS.......: ' WS-ATIVOS
           IF WS-FILIAL-PEDIDA > 0
               DISPLAY 'CONTATOS DA FILIAL....: ' WS-NA-FILIAL
           END-IF
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   IF NOT CONTATO-EXCLUIDO
                       ADD 1 TO WS-ATIVOS
                       IF CD-FILIAL > 0
                           ADD 1 TO WS-FIL-CONT(CD-FILIAL)
                       ELSE
                           ADD 1 TO WS-FIL-CONT(100)
                       END-IF
                       IF (WS-FILIAL-PEDIDA > 0
                               AND CD-FILIAL = WS-FILIAL-PEDIDA)
                               OR TODAS-FILIAIS
                           ADD 1 TO WS-NA-FILIAL
                           PERFORM P520-LINHA-CONTATO THRU P520-FIM
                       END-IF
                   END-IF
           END-READ
                  ': '                   DELIMITED BY SIZE
                  WS-FIL-CONT(WS-FIDX)   DELIMITED BY SIZE
                  ' CONTATOS'            DELIMITED BY SIZE
                  INTO RELFIL-TEXTO
           END-STRING
           MOVE WS-FIL-SLOT(2:2) TO REL-DIST-FILIAL
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P510-FIM.

       P520-LINHA-CONTATO.
           MOVE SPACES TO REG-RELFIL
           IF TODAS-FILIAIS
               STRING 'FILIAL '   DELIMITED BY SIZE
                      CD-FILIAL   DELIMITED BY SIZE
                      ' ID '      DELIMITED BY SIZE
                      ID-CONTATO  DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      NM-CONTATO  DELIMITED BY SIZE
                      ' CEP '     DELIMITED BY SIZE
                      WS-CEP      DELIMITED BY SIZE
                      INTO RELFIL-TEXTO
               END-STRING
           ELSE
               STRING 'ID '       DELIMITED BY SIZE
                      ID-CONTATO  DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      NM-CONTATO  DELIMITED BY SIZE
                      ' CEP '     DELIMITED BY SIZE
                      WS-CEP      DELIMITED BY SIZE
                      INTO RELFIL-TEXTO
               END-STRING
           END-IF
           MOVE CD-FILIAL TO REL-DIST-FILIAL
           IF CD-EMPRESA = 0
               MOVE '01' TO REL-DIST-EMPRESA
           ELSE
               MOVE CD-EMPRESA TO REL-DIST-EMPRESA
           END-IF
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P520-FIM.

       P560-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELFIL
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(RELFIL-TEXTO)
           MOVE SPACES TO REG-RELFIL
           .
       P560-FIM.

