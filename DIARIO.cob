      *          FREQSTUD. O DIARIOROL CONSOLIDA O DIARIO NO
      *          FQ-BIMESTRE E O FALTARISK AVISA QUEM ESTA A
      *          CAMINHO DO REPROVADO POR FALTA.
      *          O OPERADOR VINCULADO A UM DOCENTE (DOCTAB) SO ABRE
      *          SESSAO DAS TURMAS ATRIBUIDAS A ELE (DOCTUR),
      *          CONFERIDAS PELO DOCVALID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-LANCADOS               PIC 9(05) VALUE ZEROES.

      * OPERADOR CONECTADO E SEU DOCENTE (VEJA DOCVAL.cpy).
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
          COPY DOCVAL.

       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.

               MOVE 'C:\Users\gotic\opencobolfiles\DIARIO.DAT'
                   TO WS-DIARIO-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

           DISPLAY 'INFORME A TURMA DA CHAMADA: '
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
                   'NA TURMA ' WS-TURMA-CHAMADA '. SESSAO '
                   'RECUSADA.'
               GO TO P200-FIM
           END-IF

           DISPLAY 'INFORME A DATA DA SESSAO (AAAAMMDD): '
           ACCEPT WS-DATA-SESSAO
           DISPLAY 'INFORME O BIMESTRE (1-4): '
