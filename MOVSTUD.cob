      *          SITUACAO DE DESTINO (MATRICULADO, TRANCADO,
      *          TRANSFERIDO, DESISTENTE, CONCLUIDO), ALEM DA LISTA
      *          DAS TRANSICOES DO MES PEDIDO.
      *          EM SEPARADO, OS RESULTADOS DA RECUPERACAO DO MES:
      *          ALUNOS COM NOTA DE RECUPERACAO LANCADA NO MES
      *          (RECUPMST, VEJA FD_RECUP.cpy), COM A SITUACAO FINAL
      *          APURADA NO AVALCALC: APROVADO NA RECUPERACAO OU
      *          REPROVADO APOS A RECUPERACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RECUPMST ASSIGN TO DYNAMIC
               WS-RECUPMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS RCP-CD-STUDENT
               FILE STATUS IS WS-FS-RCP.

               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT FREQMST ASSIGN TO DYNAMIC
               WS-FREQMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FQ-CD-STUDENT
               FILE STATUS IS WS-FS-FRQ.

       DATA DIVISION.

       FILE SECTION.
       FD RELMOV.
       01 REG-RELMOV                PIC X(80).

       FD RECUPMST.
          COPY FD_RECUP.

       FD STUDMST.
          COPY FD_STUDENT.

       FD FREQMST.
          COPY FD_FREQ.

       WORKING-STORAGE SECTION.
       77 WS-STMOVLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STMOVLOG.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * RESULTADOS DA RECUPERACAO (NOTAS NO RECUPMST, SITUACAO PELO
      * AVALCALC COM AS NOTAS DO STUDMST E A FREQUENCIA DO FREQMST).
       77 WS-RECUPMST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-FREQMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'.
       77 WS-FS-RCP                 PIC 99.
          88 FS-RCP-OK              VALUE 0.
       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-FRQ                 PIC 99.
          88 FS-FRQ-OK              VALUE 0.
       77 WS-FREQ-ABERTA            PIC X VALUE 'N'.
          88 FREQ-ABERTA            VALUE 'S' FALSE 'N'.
          COPY AVALCALC.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-MIDX                   PIC 9(01) VALUE ZEROES.
       77 WS-TOT-PRESENCAS          PIC 9(05) VALUE ZEROES.
       77 WS-TOT-FALTAS             PIC 9(05) VALUE ZEROES.
       77 WS-RECUP-DO-MES           PIC X VALUE 'N'.
          88 RECUP-DO-MES           VALUE 'S' FALSE 'N'.
       77 WS-RECUP-PENDENTE         PIC X VALUE 'N'.
          88 RECUP-PENDENTE         VALUE 'S' FALSE 'N'.
       77 WS-RESULTADO              PIC X(28) VALUE SPACES.
       77 WS-NOTA-EDIT              PIC ZZ9,99.
       77 WS-RCP-APROVADOS          PIC 9(04) VALUE ZEROES.
       77 WS-RCP-REPROVADOS         PIC 9(04) VALUE ZEROES.
       77 WS-RCP-PENDENTES          PIC 9(04) VALUE ZEROES.

       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

                   TO WS-RELMOV-PATH
           END-IF

           DISPLAY 'RECUPMST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECUPMST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RECUPMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'
                   TO WS-RECUPMST-PATH
           END-IF

           DISPLAY 'STUDMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-STUDMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-STUDMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'
                   TO WS-STUDMST-PATH
           END-IF

           DISPLAY 'FREQMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FREQMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FREQMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'
                   TO WS-FREQMST-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.
           PERFORM P510-LINHA-DESTINO THRU P510-FIM
               VARYING WS-DIDX FROM 1 BY 1 UNTIL WS-DIDX > 5

           PERFORM P600-RESULTADOS-RECUPERACAO THRU P600-FIM

           IF FS-REL-OK
               CLOSE RELMOV
           END-IF
           .
       P510-FIM.

      ******************************************************************
      * RESULTADOS DA RECUPERACAO: ALUNOS DO RECUPMST COM ALGUMA NOTA
      * LANCADA NO MES, COM A SITUACAO FINAL DO AVALCALC.
      ******************************************************************
       P600-RESULTADOS-RECUPERACAO.
           MOVE SPACES TO REG-RELMOV
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           MOVE 'RESULTADOS DA RECUPERACAO:' TO REG-RELMOV
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           SET EOF-OK TO FALSE
           SET FS-RCP-OK TO TRUE
           OPEN INPUT RECUPMST
           IF NOT FS-RCP-OK
               MOVE '  NENHUMA NOTA DE RECUPERACAO LANCADA.'
                   TO REG-RELMOV
               PERFORM P560-GRAVAR-LINHA THRU P560-FIM
               GO TO P600-FIM
           END-IF

           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'MESTRE DE ALUNOS INDISPONIVEL (FS='
                       WS-FS-STU '). RECUPERACAO NAO APURADA.'
               CLOSE RECUPMST
               GO TO P600-FIM
           END-IF

           SET FREQ-ABERTA TO FALSE
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQMST
           IF FS-FRQ-OK
               SET FREQ-ABERTA TO TRUE
           END-IF

           PERFORM P610-LER-RECUPERACAO THRU P610-FIM
               UNTIL EOF-OK

           CLOSE RECUPMST
           CLOSE STUDMST
           IF FREQ-ABERTA
               CLOSE FREQMST
           END-IF

           MOVE SPACES TO REG-RELMOV
           STRING '  APROVADOS NA RECUPERACAO....: ' DELIMITED BY SIZE
                  WS-RCP-APROVADOS                  DELIMITED BY SIZE
                  INTO REG-RELMOV
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           MOVE SPACES TO REG-RELMOV
           STRING '  REPROVADOS APOS RECUPERACAO.: ' DELIMITED BY SIZE
                  WS-RCP-REPROVADOS                 DELIMITED BY SIZE
                  INTO REG-RELMOV
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           MOVE SPACES TO REG-RELMOV
           STRING '  AGUARDANDO NOTA.............: ' DELIMITED BY SIZE
                  WS-RCP-PENDENTES                  DELIMITED BY SIZE
                  INTO REG-RELMOV
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           SET EOF-OK TO FALSE
           .
       P600-FIM.

       P610-LER-RECUPERACAO.
           READ RECUPMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P610-FIM
           END-READ

           SET RECUP-DO-MES TO FALSE
           PERFORM P615-DATA-DO-MES THRU P615-FIM
               VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3
           IF NOT RECUP-DO-MES
               GO TO P610-FIM
           END-IF

           MOVE RCP-CD-STUDENT TO CD-STUDENT
           READ STUDMST KEY IS CD-STUDENT
               INVALID KEY
                   GO TO P610-FIM
           END-READ

           MOVE 0 TO WS-TOT-PRESENCAS
           MOVE 0 TO WS-TOT-FALTAS
           IF FREQ-ABERTA
               MOVE CD-STUDENT TO FQ-CD-STUDENT
               READ FREQMST KEY IS FQ-CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P620-SOMA-BIMESTRE THRU P620-FIM
                           VARYING WS-BIM FROM 1 BY 1
                           UNTIL WS-BIM > 4
               END-READ
           END-IF

           MOVE ST-TURMA         TO AV-TURMA
           MOVE ST-NOTAS         TO AV-NOTAS
           MOVE WS-TOT-PRESENCAS TO AV-PRESENCAS
           MOVE WS-TOT-FALTAS    TO AV-FALTAS
           MOVE RCP-NOTA(1)      TO AV-NOTA-RECUP(1)
           MOVE RCP-NOTA(2)      TO AV-NOTA-RECUP(2)
           MOVE RCP-NOTA(3)      TO AV-NOTA-RECUP(3)
           CALL 'AVALCALC' USING CALCULO-AVALIACAO
           IF NOT AV-DIREITO-RECUP
               GO TO P610-FIM
           END-IF

           SET RECUP-PENDENTE TO FALSE
           PERFORM P625-MATERIA-PENDENTE THRU P625-FIM
               VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3
           EVALUATE TRUE
               WHEN RECUP-PENDENTE
                   MOVE 'AGUARDANDO NOTA' TO WS-RESULTADO
                   ADD 1 TO WS-RCP-PENDENTES
               WHEN AV-APROVADO-RECUP
                   MOVE 'APROVADO NA RECUPERACAO' TO WS-RESULTADO
                   ADD 1 TO WS-RCP-APROVADOS
               WHEN OTHER
                   MOVE 'REPROVADO APOS RECUPERACAO' TO WS-RESULTADO
                   ADD 1 TO WS-RCP-REPROVADOS
           END-EVALUATE

           MOVE AV-MEDIA-FINAL TO WS-NOTA-EDIT
           MOVE SPACES TO REG-RELMOV
           STRING '  ALUNO '        DELIMITED BY SIZE
                  CD-STUDENT        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  NM-STUDENT        DELIMITED BY SIZE
                  ' MEDIA '         DELIMITED BY SIZE
                  WS-NOTA-EDIT      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-RESULTADO      DELIMITED BY SIZE
                  INTO REG-RELMOV
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P610-FIM.

       P615-DATA-DO-MES.
           IF RCP-DATA(WS-MIDX)(1:6) = WS-COMPETENCIA
               SET RECUP-DO-MES TO TRUE
           END-IF
           .
       P615-FIM.

       P620-SOMA-BIMESTRE.
           ADD FQ-PRESENCAS(WS-BIM) TO WS-TOT-PRESENCAS
           ADD FQ-FALTAS(WS-BIM)    TO WS-TOT-FALTAS
           .
       P620-FIM.

       P625-MATERIA-PENDENTE.
           IF AV-MATERIA-EM-RECUP(WS-MIDX)
                   AND RCP-DATA(WS-MIDX) = 0
               SET RECUP-PENDENTE TO TRUE
           END-IF
           .
       P625-FIM.

       P560-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELMOV
