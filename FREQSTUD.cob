      *          CONFERINDO ANTES QUE O ALUNO EXISTE NO MESTRE DE
      *          ALUNOS (STUDMST.DAT DO CADSTUD). A FREQUENCIA
      *          ALIMENTA O STATUS FINAL DO LERARQUIVO.
      *          O OPERADOR VINCULADO A UM DOCENTE (DOCTAB) SO LANCA
      *          A CHAMADA DAS TURMAS ATRIBUIDAS A ELE (DOCTUR),
      *          CONFERIDAS PELO DOCVALID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-PRESENCAS              PIC 9(03) VALUE ZEROES.
       77 WS-FALTAS                 PIC 9(03) VALUE ZEROES.

      * OPERADOR CONECTADO E SEU DOCENTE (VEJA DOCVAL.cpy).
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
          COPY DOCVAL.

       77 WS-ALUNO-OK               PIC X VALUE 'N'.
          88 ALUNO-OK               VALUE 'S' FALSE 'N'.

               MOVE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'
                   TO WS-FREQMST-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

           MOVE SPACES TO WS-TURMA-CHAMADA
           ACCEPT WS-TURMA-CHAMADA

      * A CHAMADA E POR TURMA: O DOCENTE PRECISA LECIONAR ALGUMA
      * MATERIA NELA.
           MOVE WS-OPERADOR      TO DV-OPERADOR
           MOVE WS-TURMA-CHAMADA TO DV-TURMA
           MOVE 0                TO DV-MATERIA
           CALL 'DOCVALID' USING VALIDACAO-DOCENTE
           IF DV-NEGADO
               DISPLAY 'DOCENTE ' DV-NOME-DOCENTE ' SEM ATRIBUICAO '
                   'NA TURMA ' WS-TURMA-CHAMADA '. LANCAMENTO '
                   'RECUSADO.'
               GO TO P300-SAIDA
           END-IF

           DISPLAY 'INFORME O CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO
           PERFORM P310-CONFERE-ALUNO THRU P310-FIM
