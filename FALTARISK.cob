      *          VARRE O DIARIO DE CLASSE (VEJA FD_DIARIO.cpy) E,
      *          POR ALUNO, APURA O PERCENTUAL CORRENTE DE FALTAS E
      *          A SEQUENCIA ATUAL DE FALTAS SEGUIDAS. QUEM JA
      *          PASSOU DO PERCENTUAL DE AVISO DA TURMA (AVALTAB, VIA
      *          AVALCALC; SEM LINHA NA TABELA, 20% CONTRA OS 25% QUE
      *          REPROVAM) OU ESTA COM TRES OU MAIS FALTAS
      *          SEGUIDAS SAI NO RELATORIO SEMANAL COM O
      *          RESPONSAVEL A SER CHAMADO, ENQUANTO AINDA DA TEMPO
      *          DE LIGAR. O TELEFONE DO RESPONSAVEL SAI DO MESTRE
      *          DE CONTATOS, EXCETO QUANDO ESTA NO CADASTRO NAO ME
      *          PERTURBE (MARCA DO NMPCASA): AI O AVISO PEDE CONTATO
      *          POR ESCRITO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CON.

               SELECT RELRISCO ASSIGN TO DYNAMIC
               WS-RELRISCO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD STUDMST.
          COPY FD_STUDENT.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD RELRISCO.
       01 REG-RELRISCO              PIC X(100).

          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-RELRISCO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELRISCO.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.

       77 WS-FS-DIA                 PIC 99.
          88 FS-DIA-OK              VALUE 0.
          COPY FSTATUS.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-CON                 PIC 99.
          88 FS-CON-OK              VALUE 0.
       77 WS-CON-ABERTO             PIC X VALUE 'N'.
          88 CON-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-TEL-BLOQUEADOS         PIC 9(04) VALUE ZEROES.

      * ACUMULO DO ALUNO CORRENTE (DIARIO ORDENADO POR ALUNO +
      * DATA: A SEQUENCIA DE FALTAS SAI DA PROPRIA ORDEM).
       77 WS-TOT-FALTAS             PIC 9(04) VALUE ZEROES.
       77 WS-SEQUENCIA-FALTAS       PIC 9(03) VALUE ZEROES.
       77 WS-PCT-FALTAS             PIC 9(03)V99 VALUE ZEROES.
       77 WS-TURMA-CORRENTE         PIC X(03) VALUE SPACES.

      * AREA DE CHAMADA DO AVALCALC (REGRA DE AVALIACAO DA TURMA).
       COPY AVALCALC.

       77 WS-EM-RISCO               PIC 9(04) VALUE ZEROES.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
               COPY FSDIAG.
           END-IF

           SET FS-CON-OK TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CON-OK
               SET CON-ABERTO TO TRUE
           ELSE
               DISPLAY 'MESTRE DE CONTATOS INDISPONIVEL (FS='
                       WS-FS-CON '). AVISOS SAIRAO SEM TELEFONE.'
           END-IF

           PERFORM P200-VARRER-DIARIO THRU P200-FIM

           IF FS-OK
               CLOSE STUDMST
           END-IF
           IF CON-ABERTO
               CLOSE CONTATOS
           END-IF
           IF FS-REL-OK
               CLOSE RELRISCO
           END-IF

           DISPLAY 'CHAMADAS LIDAS.......: ' WS-LIDOS
           DISPLAY 'ALUNOS EM RISCO......: ' WS-EM-RISCO
           DISPLAY 'TEL. NAO ME PERTURBE.: ' WS-TEL-BLOQUEADOS
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
               MOVE 'C:\Users\gotic\opencobolfiles\RELRISCO.TXT'
                   TO WS-RELRISCO-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF
           .
       P100-FIM.

                       MOVE 0 TO WS-SEQUENCIA-FALTAS
                   END-IF
                   ADD 1 TO WS-TOT-SESSOES
                   MOVE DIA-TURMA TO WS-TURMA-CORRENTE
                   IF DIA-FALTOU
                       ADD 1 TO WS-TOT-FALTAS
                       ADD 1 TO WS-SEQUENCIA-FALTAS
               SET TEM-ALUNO TO FALSE
               GO TO P300-FIM
           END-IF

      * O PERCENTUAL DE AVISO DA TURMA (TURMA DA ULTIMA CHAMADA DO
      * ALUNO) PROJETA O ESTOURO DO MAXIMO DE FALTAS DA REGRA; TRES
      * FALTAS SEGUIDAS TAMBEM ACENDEM O AVISO.
           MOVE WS-TURMA-CORRENTE TO AV-TURMA
           MOVE ZEROES            TO AV-NOTAS
           COMPUTE AV-PRESENCAS = WS-TOT-SESSOES - WS-TOT-FALTAS
           END-COMPUTE
           MOVE WS-TOT-FALTAS     TO AV-FALTAS
           MOVE ZEROES            TO AV-NOTAS-RECUP
           CALL 'AVALCALC' USING CALCULO-AVALIACAO
           MOVE AV-PCT-FALTAS     TO WS-PCT-FALTAS

           IF AV-EM-ALERTA
                   OR WS-SEQUENCIA-FALTAS NOT < 3
               ADD 1 TO WS-EM-RISCO
               PERFORM P400-GRAVAR-AVISO THRU P400-FIM
                  WS-PCT-FALTAS        DELIMITED BY SIZE
                  '% SEGUIDAS '        DELIMITED BY SIZE
                  WS-SEQUENCIA-FALTAS  DELIMITED BY SIZE
                  ' MAXIMO '           DELIMITED BY SIZE
                  AV-MAX-FALTAS        DELIMITED BY SIZE
                  '% RESPONSAVEL '     DELIMITED BY SIZE
                  ST-RESPONSAVEL       DELIMITED BY SIZE
                  INTO REG-RELRISCO
           END-STRING
               WRITE REG-RELRISCO
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELRISCO)
           PERFORM P410-TELEFONE-RESPONSAVEL THRU P410-FIM
           .
       P400-FIM.

      * TELEFONE PRINCIPAL DO RESPONSAVEL NO MESTRE DE CONTATOS.
      * NUMERO NO NAO ME PERTURBE NAO E IMPRESSO: A LISTA NAO PODE
      * LEVAR A UMA LIGACAO PROIBIDA.
       P410-TELEFONE-RESPONSAVEL.
           IF NOT CON-ABERTO OR ST-RESPONSAVEL = 0
               GO TO P410-FIM
           END-IF
           MOVE ST-RESPONSAVEL TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   GO TO P410-FIM
           END-READ
           IF CONTATO-EXCLUIDO
               GO TO P410-FIM
           END-IF

           MOVE SPACES TO REG-RELRISCO
           IF TEL-NAO-PERTURBE
               ADD 1 TO WS-TEL-BLOQUEADOS
               STRING '      TELEFONE NO NAO ME PERTURBE: AVISAR '
                                       DELIMITED BY SIZE
                      'O RESPONSAVEL POR ESCRITO.'
                                       DELIMITED BY SIZE
                      INTO REG-RELRISCO
               END-STRING
           ELSE
               STRING '      TELEFONE DO RESPONSAVEL: ('
                                       DELIMITED BY SIZE
                      WS-DDD           DELIMITED BY SIZE
                      ') '             DELIMITED BY SIZE
                      WS-PREFIXO       DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-SUFIXO        DELIMITED BY SIZE
                      INTO REG-RELRISCO
               END-STRING
           END-IF
           IF FS-REL-OK
               WRITE REG-RELRISCO
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELRISCO)
           .
       P410-FIM.

       P900-FIM.
            GOBACK.

