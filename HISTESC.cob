      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: HISTORICO ESCOLAR DO ALUNO, PEDIDO A CADA
      *          TRANSFERENCIA: LE NO HISTMST (GRAVADO PELA VIRADA
      *          DO ANO LETIVO NO VIRAANO, VEJA FD_HISTESC.cpy) TODOS
      *          OS ANOS CURSADOS PELO ALUNO, DO MAIS ANTIGO AO MAIS
      *          RECENTE, E IMPRIME POR ANO A TURMA, AS NOTAS DOS 4
      *          BIMESTRES E A MEDIA FINAL DE CADA MATERIA (COM A
      *          NOTA DA RECUPERACAO QUANDO HOUVE), A MEDIA FINAL, A
      *          FREQUENCIA, O RESULTADO E O DESTINO DO ALUNO. O ANO
      *          EM CURSO, AINDA NO STUDMST, SAI SO COMO TURMA E
      *          SITUACAO ATUAIS. VARIOS ALUNOS POR EXECUCAO, NO
      *          ARQUIVO HISTESC.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTESC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HISTMST ASSIGN TO DYNAMIC
               WS-HISTMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIS.

               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT RELHIST ASSIGN TO DYNAMIC
               WS-RELHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD HISTMST.
          COPY FD_HISTESC.

       FD STUDMST.
          COPY FD_STUDENT.

       FD RELHIST.
       01 REG-RELHIST               PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-HISTMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\HISTMST.DAT'.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-RELHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\HISTESC.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-STU-ABERTO             PIC X VALUE 'N'.
          88 STU-ABERTO             VALUE 'S' FALSE 'N'.

       77 WS-CD-ALUNO               PIC 9(05) VALUE ZEROES.
       77 WS-NOME-ALUNO             PIC X(20) VALUE SPACES.
       77 WS-ALUNO-NO-MESTRE        PIC X VALUE 'N'.
          88 ALUNO-NO-MESTRE        VALUE 'S' FALSE 'N'.
       77 WS-QTD-ANOS               PIC 9(02) VALUE ZEROES.
       77 WS-MIDX                   PIC 9(01) VALUE ZEROES.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-POS                    PIC 9(03) VALUE ZEROES.
       77 WS-NOTA-EDIT              PIC ZZ9,99.
       77 WS-RESULTADO              PIC X(24) VALUE SPACES.
       77 WS-SITUACAO-NOME          PIC X(12) VALUE SPACES.
       77 WS-EMITIDOS               PIC 9(05) VALUE ZEROES.

       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** HISTORICO ESCOLAR ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           SET FS-HIS-OK TO TRUE
           OPEN INPUT HISTMST
           IF NOT FS-HIS-OK
               DISPLAY 'HISTORICO ESCOLAR INDISPONIVEL (FS='
                       WS-FS-HIS '). NENHUMA VIRADA DE ANO FEITA?'
               PERFORM P900-FIM
           END-IF

           SET STU-ABERTO TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF FS-STU-OK
               SET STU-ABERTO TO TRUE
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELHIST
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE HISTORICOS (FS='
                       WS-FS-REL '). SO NA TELA.'
           END-IF

           SET SAIR-OK TO FALSE
           PERFORM P200-EMITIR-HISTORICO THRU P200-FIM
               UNTIL SAIR-OK

           CLOSE HISTMST
           IF STU-ABERTO
               CLOSE STUDMST
           END-IF
           IF FS-REL-OK
               CLOSE RELHIST
           END-IF
           DISPLAY 'HISTORICOS EMITIDOS..: ' WS-EMITIDOS
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'HISTMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-HISTMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-HISTMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\HISTMST.DAT'
                   TO WS-HISTMST-PATH
           END-IF

           DISPLAY 'STUDMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-STUDMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-STUDMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'
                   TO WS-STUDMST-PATH
           END-IF

           DISPLAY 'HISTESC_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELHIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\HISTESC.TXT'
                   TO WS-RELHIST-PATH
           END-IF
           .
       P100-FIM.

       P200-EMITIR-HISTORICO.
           DISPLAY ' '
           DISPLAY 'INFORME O CODIGO DO ALUNO (0 = SAIR): '
           MOVE 0 TO WS-CD-ALUNO
           ACCEPT WS-CD-ALUNO
           IF WS-CD-ALUNO = 0
               SET SAIR-OK TO TRUE
               GO TO P200-FIM
           END-IF

           SET ALUNO-NO-MESTRE TO FALSE
           MOVE SPACES TO WS-NOME-ALUNO
           IF STU-ABERTO
               MOVE WS-CD-ALUNO TO CD-STUDENT
               READ STUDMST KEY IS CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALUNO-NO-MESTRE TO TRUE
                       MOVE NM-STUDENT TO WS-NOME-ALUNO
               END-READ
           END-IF

      * POSICIONA NO PRIMEIRO ANO DO ALUNO (CHAVE ALUNO + ANO).
           SET EOF-OK TO FALSE
           MOVE WS-CD-ALUNO TO HIS-CD-STUDENT
           MOVE 0           TO HIS-ANO
           START HISTMST KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           IF NOT EOF-OK
               READ HISTMST NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
               END-READ
           END-IF
           IF NOT EOF-OK AND HIS-CD-STUDENT NOT = WS-CD-ALUNO
               SET EOF-OK TO TRUE
           END-IF
           IF EOF-OK AND NOT ALUNO-NO-MESTRE
               DISPLAY 'ALUNO SEM CADASTRO E SEM HISTORICO.'
               GO TO P200-FIM
           END-IF
           IF NOT EOF-OK AND WS-NOME-ALUNO = SPACES
               MOVE HIS-NM-STUDENT TO WS-NOME-ALUNO
           END-IF

           MOVE ALL '=' TO REG-RELHIST(1:72)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'HISTORICO ESCOLAR' TO REG-RELHIST
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ALUNO '          DELIMITED BY SIZE
                  WS-CD-ALUNO       DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WS-NOME-ALUNO     DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 0 TO WS-QTD-ANOS
           PERFORM P300-IMPRIMIR-ANO THRU P300-FIM
               UNTIL EOF-OK
           IF WS-QTD-ANOS = 0
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 'NENHUM ANO LETIVO ENCERRADO NO HISTORICO.'
                   TO REG-RELHIST
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           IF ALUNO-NO-MESTRE
               PERFORM P400-ANO-EM-CURSO THRU P400-FIM
           END-IF

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ANOS LETIVOS NO HISTORICO: ' DELIMITED BY SIZE
                  WS-QTD-ANOS                   DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-EMITIDOS
           .
       P200-FIM.

      * UM ANO DO HISTORICO (REGISTRO CORRENTE), DEPOIS LE O PROXIMO
      * E ENCERRA AO MUDAR DE ALUNO.
       P300-IMPRIMIR-ANO.
           ADD 1 TO WS-QTD-ANOS
           EVALUATE TRUE
               WHEN HIS-APROVADO
                   MOVE 'APROVADO' TO WS-RESULTADO
               WHEN HIS-APROVADO-RECUP
                   MOVE 'APROVADO NA RECUPERACAO' TO WS-RESULTADO
               WHEN HIS-REPROVADO-FALTA
                   MOVE 'REPROVADO POR FALTA' TO WS-RESULTADO
               WHEN OTHER
                   MOVE 'REPROVADO POR NOTA' TO WS-RESULTADO
           END-EVALUATE

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ANO LETIVO '     DELIMITED BY SIZE
                  HIS-ANO           DELIMITED BY SIZE
                  '  TURMA '        DELIMITED BY SIZE
                  HIS-TURMA         DELIMITED BY SIZE
                  '  RESULTADO: '   DELIMITED BY SIZE
                  WS-RESULTADO      DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'MATERIA'           TO REG-RELHIST(3:7)
           MOVE '1O BIM'            TO REG-RELHIST(12:6)
           MOVE '2O BIM'            TO REG-RELHIST(20:6)
           MOVE '3O BIM'            TO REG-RELHIST(28:6)
           MOVE '4O BIM'            TO REG-RELHIST(36:6)
           MOVE 'RECUP.'            TO REG-RELHIST(44:6)
           MOVE 'MEDIA'             TO REG-RELHIST(53:5)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P310-LINHA-MATERIA THRU P310-FIM
               VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3

           MOVE HIS-MEDIA-FINAL TO WS-NOTA-EDIT
           STRING '  MEDIA FINAL: '  DELIMITED BY SIZE
                  WS-NOTA-EDIT       DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           MOVE HIS-PCT-FREQ TO WS-NOTA-EDIT
           MOVE '  FREQUENCIA: ' TO REG-RELHIST(23:14)
           MOVE WS-NOTA-EDIT     TO REG-RELHIST(37:6)
           MOVE '%'              TO REG-RELHIST(43:1)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           EVALUATE TRUE
               WHEN HIS-CURSO-CONCLUIDO
                   MOVE '  CURSO CONCLUIDO NESTE ANO.' TO REG-RELHIST
               WHEN HIS-TURMA-SEGUINTE NOT = SPACES
                   STRING '  PROMOVIDO PARA A TURMA '
                                           DELIMITED BY SIZE
                          HIS-TURMA-SEGUINTE DELIMITED BY SIZE
                          INTO REG-RELHIST
                   END-STRING
               WHEN HIS-APROVADO OR HIS-APROVADO-RECUP
                   MOVE '  APROVADO, MANTIDO NA TURMA.' TO REG-RELHIST
               WHEN OTHER
                   MOVE '  RETIDO NA MESMA TURMA.' TO REG-RELHIST
           END-EVALUATE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           READ HISTMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
           END-READ
           IF NOT EOF-OK AND HIS-CD-STUDENT NOT = WS-CD-ALUNO
               SET EOF-OK TO TRUE
           END-IF
           .
       P300-FIM.

       P310-LINHA-MATERIA.
           STRING '  '              DELIMITED BY SIZE
                  WS-MIDX           DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           MOVE 11 TO WS-POS
           PERFORM P315-NOTA-BIMESTRE THRU P315-FIM
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
           IF HIS-NOTA-RECUP(WS-MIDX) > 0
               MOVE HIS-NOTA-RECUP(WS-MIDX) TO WS-NOTA-EDIT
               MOVE WS-NOTA-EDIT TO REG-RELHIST(43:6)
           ELSE
               MOVE '  --  '     TO REG-RELHIST(43:6)
           END-IF
           MOVE HIS-MEDIA-MAT(WS-MIDX) TO WS-NOTA-EDIT
           MOVE WS-NOTA-EDIT     TO REG-RELHIST(52:6)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P310-FIM.

       P315-NOTA-BIMESTRE.
           MOVE HIS-NOTA(WS-MIDX, WS-BIM) TO WS-NOTA-EDIT
           MOVE WS-NOTA-EDIT TO REG-RELHIST(WS-POS:6)
           ADD 8 TO WS-POS
           .
       P315-FIM.

       P400-ANO-EM-CURSO.
           EVALUATE TRUE
               WHEN ST-MATRICULADO
                   MOVE 'MATRICULADO' TO WS-SITUACAO-NOME
               WHEN ST-TRANCADO
                   MOVE 'TRANCADO'    TO WS-SITUACAO-NOME
               WHEN ST-TRANSFERIDO
                   MOVE 'TRANSFERIDO' TO WS-SITUACAO-NOME
               WHEN ST-DESISTENTE
                   MOVE 'DESISTENTE'  TO WS-SITUACAO-NOME
               WHEN OTHER
                   MOVE 'CONCLUIDO'   TO WS-SITUACAO-NOME
           END-EVALUATE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'SITUACAO ATUAL: '  DELIMITED BY SIZE
                  WS-SITUACAO-NOME    DELIMITED BY SIZE
                  ' DESDE '           DELIMITED BY SIZE
                  ST-DT-SITUACAO      DELIMITED BY SIZE
                  '  TURMA ATUAL: '   DELIMITED BY SIZE
                  ST-TURMA            DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P400-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELHIST
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELHIST TRAILING)
           MOVE SPACES TO REG-RELHIST
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM HISTESC.
