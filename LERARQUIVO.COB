      * Author:
      * Date:
      * Purpose: RELATORIO DE STATUS FINAL DOS ALUNOS: A MEDIA DE
      *          CADA MATERIA PELOS 4 BIMESTRES E A MEDIA FINAL PELAS
      *          3 MATERIAS, COMBINADA COM O PERCENTUAL DE FREQUENCIA
      *          DO FREQMST.DAT (VEJA FD_FREQ.cpy E FREQSTUD). OS
      *          PESOS, A MEDIA MINIMA E O LIMITE DE FALTAS SAO OS DA
      *          TURMA DO ALUNO NA AVALTAB, APLICADOS PELO AVALCALC
      *          (SEM LINHA NA TABELA VALE A REGRA HISTORICA: MEDIA
      *          SIMPLES, MAIS DE 25% DE FALTAS REPROVA POR FALTA
      *          INDEPENDENTE DA NOTA, MEDIA ABAIXO DE 70 REPROVA POR
      *          NOTA). QUEM REPROVOU POR NOTA COM FREQUENCIA DENTRO
      *          DA REGRA E TEM RECUPERACAO LANCADA NO RECUPMST.DAT
      *          (VEJA FD_RECUP.cpy E CADSTUD) TEM O STATUS REFEITO
      *          COM A NOTA DA RECUPERACAO. IMPRIME TAMBEM OS TOTAIS
      *          DA TURMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                          DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS FQ-CD-STUDENT
           FILE STATUS IS WS-FS-FRQ.

           SELECT RECUPMST ASSIGN TO DYNAMIC
           WS-RECUPMST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCP-CD-STUDENT
           FILE STATUS IS WS-FS-RCP.
       DATA                                                    DIVISION.
       FILE                                                     SECTION.
      * FD -> FILE DESCRIPTION.
       FD FREQMST.
          COPY FD_FREQ.

       FD RECUPMST.
          COPY FD_RECUP.

       WORKING-STORAGE                                          SECTION.
       77 WS-STUDENT-PATH  PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-FS            PIC 99.
          COPY FSTATUS.
       77 WS-MEDIA         PIC 9(03)V99 VALUE ZEROS.
       77 WS-MAT           PIC 9(01) VALUE ZEROS.
       77 WS-BIM           PIC 9(01) VALUE ZEROS.
       77 WS-FREQMST-PATH  PIC X(100)
          88 FS-FRQ-OK     VALUE 0.
       77 WS-FREQ-ABERTA   PIC X VALUE 'N'.
          88 FREQ-ABERTA   VALUE 'S' FALSE 'N'.
       77 WS-RECUPMST-PATH PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'.
       77 WS-FS-RCP        PIC 99.
          88 FS-RCP-OK     VALUE 0.
       77 WS-RECUP-ABERTA  PIC X VALUE 'N'.
          88 RECUP-ABERTA  VALUE 'S' FALSE 'N'.
       77 WS-QTD-APROV-RECUP PIC 9(04) VALUE ZEROS.
       77 WS-TOT-PRESENCAS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FALTAS    PIC 9(05) VALUE ZEROS.
       77 WS-PCT-FREQ      PIC 9(03)V99 VALUE ZEROS.
       77 WS-STATUS        PIC X(20) VALUE SPACES.
       77 WS-QTD-APROVADOS PIC 9(04) VALUE ZEROS.
       77 WS-MELHOR        PIC 9(03) VALUE ZEROS.
       77 WS-MELHOR-MEDIA  PIC 9(03)V99 VALUE ZEROS.

      * AREA DE CHAMADA DO AVALCALC (REGRA DE AVALIACAO DA TURMA).
       COPY AVALCALC.

      ******************************************************************
       PROCEDURE                                               DIVISION.
       MAIN-PROCEDURE.
               MOVE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'
                   TO WS-FREQMST-PATH
           END-IF.
           DISPLAY 'RECUPMST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT   WS-RECUPMST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RECUPMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'
                   TO WS-RECUPMST-PATH
           END-IF.
           OPEN INPUT STUDENT.
           IF NOT FS-OK
               COPY FSDIAG.
               DISPLAY 'MESTRE DE FREQUENCIA INDISPONIVEL: STATUS '
                       'SAIRA SO PELA NOTA.'
           END-IF.
           OPEN INPUT RECUPMST.
           IF FS-RCP-OK
               MOVE 'S' TO WS-RECUP-ABERTA
           END-IF.

       0002-READ.
           PERFORM UNTIL WS-EOF ='F'
                             MOVE NM-STUDENT
                                 TO WS-AL-NOME(WS-QTD-ALUNOS)
                         END-IF
                         PERFORM 0006-CALCULA-FREQUENCIA
                             THRU 0006-FIM
                         PERFORM 0003-CALCULA-MEDIA
                         IF WS-GUARDA = 'S'
                             MOVE WS-MEDIA
                                 TO WS-AL-MEDIA(WS-QTD-ALUNOS)
                         END-IF
                         PERFORM 0007-STATUS-FINAL
                         DISPLAY CD-STUDENT " - " NM-STUDENT
                                 " - MEDIA: " WS-MEDIA
           IF FREQ-ABERTA
               CLOSE FREQMST
           END-IF.
           IF RECUP-ABERTA
               CLOSE RECUPMST
           END-IF.
           DISPLAY "TOTAIS GERAIS:".
           DISPLAY "  APROVADOS..........: " WS-QTD-APROVADOS.
           DISPLAY "  APROVADOS NA RECUP.: " WS-QTD-APROV-RECUP.
           DISPLAY "  REPROVADOS POR NOTA: " WS-QTD-REP-NOTA.
           DISPLAY "  REPROVADOS P/ FALTA: " WS-QTD-REP-FALTA.
           PERFORM 0014-SECAO-NAO-ATIVOS.
       9999-STOP-PROGRAM.
            GOBACK.

      * MEDIAS, FREQUENCIA E STATUS PELA REGRA DA TURMA DO ALUNO
      * (AVALCALC): MEDIA DE CADA MATERIA PONDERADA PELOS PESOS DOS
      * BIMESTRES E MEDIA FINAL PONDERADA PELOS PESOS DAS MATERIAS.
       0003-CALCULA-MEDIA.
           MOVE ST-TURMA         TO AV-TURMA.
           MOVE ST-NOTAS         TO AV-NOTAS.
           MOVE WS-TOT-PRESENCAS TO AV-PRESENCAS.
           MOVE WS-TOT-FALTAS    TO AV-FALTAS.
           PERFORM 0015-LE-RECUPERACAO THRU 0015-FIM.
           CALL 'AVALCALC' USING CALCULO-AVALIACAO.
           MOVE AV-MEDIA-FINAL   TO WS-MEDIA.
           MOVE AV-PCT-FREQ      TO WS-PCT-FREQ.
           IF WS-GUARDA = 'S'
               PERFORM 0004-GUARDA-MEDIA-MATERIA
                   VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3
           END-IF.

       0004-GUARDA-MEDIA-MATERIA.
           MOVE AV-MEDIA-MAT-FINAL(WS-MAT)
               TO WS-AL-MAT-MEDIA(WS-QTD-ALUNOS, WS-MAT).

      * TOTAIS DE PRESENCAS E FALTAS DO ALUNO CORRENTE. SEM REGISTRO
      * DE FREQUENCIA (OU SEM AULAS LANCADAS) O AVALCALC TRATA O
      * ALUNO COMO 100% PRESENTE, PARA NAO REPROVAR POR FALTA DE
      * LANCAMENTO.
       0006-CALCULA-FREQUENCIA.
           MOVE ZEROS TO WS-TOT-PRESENCAS WS-TOT-FALTAS.
           IF WS-FREQ-ABERTA NOT = 'S'
               GO TO 0006-FIM
           END-IF.
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 0008-SOMA-BIMESTRE
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4.
       0006-FIM.

      * REGRA DA TURMA: FALTAS ACIMA DO MAXIMO REPROVAM POR FALTA,
      * INDEPENDENTE DA NOTA; DEPOIS, MEDIA ABAIXO DA MINIMA.
       0007-STATUS-FINAL.
           EVALUATE TRUE
               WHEN AV-REPROVADO-FALTA
                   MOVE 'REPROVADO POR FALTA' TO WS-STATUS
                   ADD 1 TO WS-QTD-REP-FALTA
               WHEN AV-APROVADO-RECUP
                   MOVE 'APROVADO RECUPERACAO' TO WS-STATUS
                   ADD 1 TO WS-QTD-APROV-RECUP
               WHEN AV-REPROVADO-NOTA
                   MOVE 'REPROVADO POR NOTA' TO WS-STATUS
                   ADD 1 TO WS-QTD-REP-NOTA
               WHEN OTHER
                       WS-NA-SIT(WS-NAX)
           END-PERFORM.
       0014-FIM.

      * NOTAS DA RECUPERACAO DO ALUNO CORRENTE (ZERADAS QUANDO ELE
      * NAO FEZ RECUPERACAO OU O MESTRE NAO ESTA DISPONIVEL).
       0015-LE-RECUPERACAO.
           MOVE ZEROS TO AV-NOTAS-RECUP.
           IF WS-RECUP-ABERTA NOT = 'S'
               GO TO 0015-FIM
           END-IF.
           MOVE CD-STUDENT TO RCP-CD-STUDENT.
           READ RECUPMST KEY IS RCP-CD-STUDENT
               INVALID KEY
                   GO TO 0015-FIM
           END-READ.
           MOVE RCP-NOTA(1) TO AV-NOTA-RECUP(1).
           MOVE RCP-NOTA(2) TO AV-NOTA-RECUP(2).
           MOVE RCP-NOTA(3) TO AV-NOTA-RECUP(3).
       0015-FIM.
       END PROGRAM LERARQUIVO.
