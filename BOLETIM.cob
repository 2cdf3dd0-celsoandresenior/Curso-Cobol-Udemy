      *          COM AS NOTAS DO ST-NOTAS E A FREQUENCIA DO
      *          FQ-BIMESTRE, ENDERECADO PELO WS-ENDERECO DO
      *          RESPONSAVEL - COM A MESMA SUPRESSAO DE ENDERECO
      *          DEVOLVIDO QUE AS TIRAGENS DE MALA JA HONRAM. AS
      *          MEDIAS SAEM PELA REGRA DE AVALIACAO DA TURMA
      *          (AVALTAB, VIA AVALCALC: PESOS DOS BIMESTRES E DAS
      *          MATERIAS) E O BOLETIM INFORMA A REGRA APLICADA:
      *          PESOS, MEDIA MINIMA E MAXIMO DE FALTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-MAT                    PIC 9(01) VALUE ZEROES.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-TOT-PRESENCAS          PIC 9(05) VALUE ZEROES.
       77 WS-TOT-FALTAS             PIC 9(05) VALUE ZEROES.
       77 WS-NOTA-EDIT              PIC ZZ9,99.
       77 WS-PCT-EDIT               PIC ZZ9,99.

      * AREA DE CHAMADA DO AVALCALC (REGRA DE AVALIACAO DA TURMA).
       COPY AVALCALC.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-GERADOS                PIC 9(05) VALUE ZEROES.
           MOVE SPACES TO REG-BOLETIM
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM

      * QUADRO DE NOTAS: MEDIA DOS 4 BIMESTRES POR MATERIA, PELOS
      * PESOS DA REGRA DA TURMA.
           PERFORM P450-APLICAR-REGRA THRU P450-FIM
           MOVE 'NOTAS (MEDIA DOS 4 BIMESTRES POR MATERIA):'
               TO REG-BOLETIM
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           PERFORM P500-LINHA-MATERIA THRU P500-FIM
               VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3
           MOVE AV-MEDIA TO WS-NOTA-EDIT
           MOVE SPACES TO REG-BOLETIM
           STRING '  MEDIA FINAL: '  DELIMITED BY SIZE
                  WS-NOTA-EDIT       DELIMITED BY SIZE
                  INTO REG-BOLETIM
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM

      * QUADRO DE FREQUENCIA POR BIMESTRE.
           PERFORM P550-QUADRO-FREQUENCIA THRU P550-FIM

      * REGRA DE AVALIACAO APLICADA AO ALUNO.
           PERFORM P570-QUADRO-REGRA THRU P570-FIM

      * SEPARADOR DE BOLETINS PARA O CORTE NA IMPRESSAO.
           MOVE ALL '-' TO REG-BOLETIM
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           .
       P430-FIM.

      * NOTAS E FREQUENCIA DO ALUNO PASSADAS AO AVALCALC, QUE
      * DEVOLVE AS MEDIAS PONDERADAS E A REGRA DA TURMA.
       P450-APLICAR-REGRA.
           SET TEM-FREQ TO FALSE
           MOVE 0 TO WS-TOT-PRESENCAS
           MOVE 0 TO WS-TOT-FALTAS
           IF FREQ-ABERTA
               MOVE CD-STUDENT TO FQ-CD-STUDENT
               READ FREQMST KEY IS FQ-CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEM-FREQ TO TRUE
                       PERFORM P460-SOMA-BIMESTRE THRU P460-FIM
                           VARYING WS-BIM FROM 1 BY 1
                           UNTIL WS-BIM > 4
               END-READ
           END-IF

           MOVE ST-TURMA         TO AV-TURMA
           MOVE ST-NOTAS         TO AV-NOTAS
           MOVE WS-TOT-PRESENCAS TO AV-PRESENCAS
           MOVE WS-TOT-FALTAS    TO AV-FALTAS
           MOVE ZEROES           TO AV-NOTAS-RECUP
           CALL 'AVALCALC' USING CALCULO-AVALIACAO
           .
       P450-FIM.

       P460-SOMA-BIMESTRE.
           ADD FQ-PRESENCAS(WS-BIM) TO WS-TOT-PRESENCAS
           ADD FQ-FALTAS(WS-BIM)    TO WS-TOT-FALTAS
           .
       P460-FIM.

       P500-LINHA-MATERIA.
           MOVE AV-MEDIA-MAT(WS-MAT) TO WS-NOTA-EDIT
           MOVE SPACES TO REG-BOLETIM
           STRING '  MATERIA '       DELIMITED BY SIZE
                  WS-MAT             DELIMITED BY SIZE
                  ': MEDIA '         DELIMITED BY SIZE
                  WS-NOTA-EDIT       DELIMITED BY SIZE
                  INTO REG-BOLETIM
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           .
       P500-FIM.

       P550-QUADRO-FREQUENCIA.
           IF NOT TEM-FREQ
               MOVE 'FREQUENCIA: SEM LANCAMENTOS.' TO REG-BOLETIM
               PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           PERFORM P560-LINHA-BIMESTRE THRU P560-FIM
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
           MOVE AV-PCT-FALTAS TO WS-PCT-EDIT
           MOVE SPACES TO REG-BOLETIM
           STRING '  FALTAS NO ANO: '  DELIMITED BY SIZE
                  WS-PCT-EDIT          DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO REG-BOLETIM
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           .
       P550-FIM.

           .
       P560-FIM.

      * A FAMILIA VE POR QUAL REGRA O ALUNO SERA AVALIADO: PESOS
      * DOS BIMESTRES E DAS MATERIAS, MEDIA MINIMA E MAXIMO DE
      * FALTAS, E SE A REGRA E PROPRIA DA TURMA OU A DA CASA.
       P570-QUADRO-REGRA.
           EVALUATE TRUE
               WHEN AV-REGRA-TURMA
                   MOVE 'REGRA DE AVALIACAO DA TURMA:' TO REG-BOLETIM
               WHEN OTHER
                   MOVE 'REGRA DE AVALIACAO DA ESCOLA:' TO REG-BOLETIM
           END-EVALUATE
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM

           MOVE SPACES TO REG-BOLETIM
           STRING '  PESOS DOS BIMESTRES: ' DELIMITED BY SIZE
                  AV-PESO-BIM(1)            DELIMITED BY SIZE
                  ' / '                     DELIMITED BY SIZE
                  AV-PESO-BIM(2)            DELIMITED BY SIZE
                  ' / '                     DELIMITED BY SIZE
                  AV-PESO-BIM(3)            DELIMITED BY SIZE
                  ' / '                     DELIMITED BY SIZE
                  AV-PESO-BIM(4)            DELIMITED BY SIZE
                  '   PESOS DAS MATERIAS: ' DELIMITED BY SIZE
                  AV-PESO-MAT(1)            DELIMITED BY SIZE
                  ' / '                     DELIMITED BY SIZE
                  AV-PESO-MAT(2)            DELIMITED BY SIZE
                  ' / '                     DELIMITED BY SIZE
                  AV-PESO-MAT(3)            DELIMITED BY SIZE
                  INTO REG-BOLETIM
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM

           MOVE AV-NOTA-MINIMA TO WS-NOTA-EDIT
           MOVE AV-MAX-FALTAS  TO WS-PCT-EDIT
           MOVE SPACES TO REG-BOLETIM
           STRING '  MEDIA MINIMA: '        DELIMITED BY SIZE
                  WS-NOTA-EDIT              DELIMITED BY SIZE
                  '   MAXIMO DE FALTAS: '   DELIMITED BY SIZE
                  WS-PCT-EDIT               DELIMITED BY SIZE
                  '% (ACIMA DISSO REPROVA POR FALTA)'
                                            DELIMITED BY SIZE
                  INTO REG-BOLETIM
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           .
       P570-FIM.

       P600-GRAVAR-LINHA.
           IF FS-BOL-OK
               WRITE REG-BOLETIM
