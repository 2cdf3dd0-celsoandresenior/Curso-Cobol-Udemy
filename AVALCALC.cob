      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE APLICA A REGRA DE APROVACAO
      *          DO CURSO A UM ALUNO. A AREA DE COMUNICACAO E O
      *          AVALCALC.cpy. A REGRA VEM DA TABELA AVALTAB (MANTIDA
      *          PELO MANUTTAB, VEJA AVALTAB.cpy): A LINHA DA TURMA
      *          DO ALUNO, SENAO A LINHA '***' DA CASA, SENAO A REGRA
      *          HISTORICA (PESOS IGUAIS, MEDIA 70, ATE 25% DE FALTAS
      *          E AVISO ACIMA DE 20%). DEVOLVE A MEDIA PONDERADA DE
      *          CADA MATERIA PELOS BIMESTRES, A MEDIA FINAL PONDERADA
      *          PELAS MATERIAS, OS PERCENTUAIS DE FREQUENCIA E DE
      *          FALTAS E O STATUS FINAL: MAIS FALTAS QUE O MAXIMO
      *          REPROVA POR FALTA INDEPENDENTE DA NOTA; DEPOIS, MEDIA
      *          ABAIXO DA MINIMA DA DIREITO A RECUPERACAO NAS
      *          MATERIAS ABAIXO DA MINIMA: A MEDIA DA MATERIA PASSA
      *          A SER A MAIOR ENTRE A MEDIA E A NOTA DA RECUPERACAO
      *          LIMITADA A MINIMA, E A MEDIA FINAL REFEITA APROVA NA
      *          RECUPERACAO OU REPROVA POR NOTA. USADO PELO
      *          LERARQUIVO, CERTSTUD, BOLETIM, FALTARISK, CADSTUD,
      *          MOVSTUD, RECUPLST E VIRAANO, QUE ANTES TINHAM CADA
      *          UM A SUA COPIA DA REGRA.
      *          A AVALTAB E LIDA UMA VEZ, NA PRIMEIRA CHAMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AVALTAB ASSIGN TO DYNAMIC
               WS-AVALTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVT.

       DATA DIVISION.

       FILE SECTION.
       FD AVALTAB.
          COPY AVALTAB.

       WORKING-STORAGE SECTION.
       77 WS-AVALTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\AVALTAB.TXT'.

       77 WS-FS-AVT                 PIC 99.
          88 FS-AVT-OK              VALUE 0.

       77 WS-CARREGADA              PIC X VALUE 'N'.
          88 TABELA-CARREGADA       VALUE 'S' FALSE 'N'.

      * COPIA EM MEMORIA DA AVALTAB (SO LINHAS ATIVAS E VALIDAS).
       77 WS-QTD-REGRAS             PIC 9(03) VALUE ZEROES.
       01 WS-TAB-REGRAS.
           03 WS-RGR-ENTRY OCCURS 100 TIMES.
               05 WS-RGR-TURMA       PIC X(03).
               05 WS-RGR-REGRA       PIC X(29).

      * REGRA HISTORICA DO CURSO, NO MESMO DESENHO DO AV-REGRA.
       01 WS-REGRA-HISTORICA.
           03 FILLER                 PIC X(08) VALUE '01010101'.
           03 FILLER                 PIC X(06) VALUE '010101'.
           03 FILLER                 PIC X(05) VALUE '07000'.
           03 FILLER                 PIC X(05) VALUE '02500'.
           03 FILLER                 PIC X(05) VALUE '02000'.

       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-TURMA-ALUNO            PIC X(03) VALUE SPACES.
       77 WS-MAT                    PIC 9(01) VALUE ZEROES.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-SOMA-NOTAS             PIC 9(07)V99 VALUE ZEROES.
       77 WS-SOMA-PESOS             PIC 9(04) VALUE ZEROES.
       77 WS-SOMA-MATERIAS          PIC 9(07)V99 VALUE ZEROES.
       77 WS-SOMA-PESOS-MAT         PIC 9(04) VALUE ZEROES.
       77 WS-TOT-AULAS              PIC 9(06) VALUE ZEROES.
       77 WS-NOTA-LIMITADA          PIC 9(03)V99 VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY AVALCALC.

       PROCEDURE DIVISION USING CALCULO-AVALIACAO.
       MAIN-PROCEDURE.
           IF NOT TABELA-CARREGADA
               PERFORM P100-CARREGAR-AVALTAB THRU P100-FIM
           END-IF

           PERFORM P200-ESCOLHER-REGRA THRU P200-FIM
           PERFORM P300-CALCULAR-MEDIAS THRU P300-FIM
           PERFORM P400-CALCULAR-FREQUENCIA THRU P400-FIM

           MOVE 'N' TO AV-ALERTA
           IF AV-PCT-FALTAS > AV-ALERTA-FALTAS
               SET AV-EM-ALERTA TO TRUE
           END-IF

           MOVE 'N' TO AV-RECUPERACAO
           MOVE AV-MEDIA TO AV-MEDIA-FINAL
           PERFORM P510-SEM-RECUPERACAO THRU P510-FIM
               VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3

           EVALUATE TRUE
               WHEN AV-PCT-FALTAS > AV-MAX-FALTAS
                   SET AV-REPROVADO-FALTA TO TRUE
               WHEN AV-MEDIA < AV-NOTA-MINIMA
                   SET AV-DIREITO-RECUP TO TRUE
                   PERFORM P500-APLICAR-RECUPERACAO THRU P500-FIM
               WHEN OTHER
                   SET AV-APROVADO TO TRUE
           END-EVALUATE
           PERFORM P900-FIM.

       P100-CARREGAR-AVALTAB.
           DISPLAY 'AVALTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-AVALTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-AVALTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\AVALTAB.TXT' TO WS-AVALTAB-PATH
           END-IF

           MOVE 0 TO WS-QTD-REGRAS
           SET EOF-OK TO FALSE
           SET FS-AVT-OK TO TRUE
           OPEN INPUT AVALTAB
           IF FS-AVT-OK
               PERFORM P110-CARREGAR-LINHA THRU P110-FIM
                   UNTIL EOF-OK
               CLOSE AVALTAB
           ELSE
               DISPLAY 'TABELA DE REGRAS DE AVALIACAO NAO '
                   'ENCONTRADA. VALE A REGRA HISTORICA (MEDIA 70, '
                   'ATE 25% DE FALTAS).'
           END-IF
           SET TABELA-CARREGADA TO TRUE
           .
       P100-FIM.

      * LINHA COM PESO OU PERCENTUAL NAO NUMERICO E AVISADA E
      * IGNORADA: A TURMA CAI NA LINHA DA CASA.
       P110-CARREGAR-LINHA.
           READ AVALTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P110-FIM
           END-READ
           IF AVALTAB-DESATIVADA OR AVALTAB-TURMA = SPACES
               GO TO P110-FIM
           END-IF
           IF REG-AVALTAB(4:29) NOT NUMERIC
               DISPLAY 'LINHA DA AVALTAB INVALIDA PARA A TURMA '
                   AVALTAB-TURMA '. IGNORADA.'
               GO TO P110-FIM
           END-IF
           IF WS-QTD-REGRAS NOT < 100
               DISPLAY 'ATENCAO: LIMITE DE 100 LINHAS NA AVALTAB. '
                   'AS DEMAIS FORAM IGNORADAS.'
               SET EOF-OK TO TRUE
               GO TO P110-FIM
           END-IF
           ADD 1 TO WS-QTD-REGRAS
           MOVE AVALTAB-TURMA     TO WS-RGR-TURMA(WS-QTD-REGRAS)
           MOVE REG-AVALTAB(4:29) TO WS-RGR-REGRA(WS-QTD-REGRAS)
           .
       P110-FIM.

       P200-ESCOLHER-REGRA.
           MOVE AV-TURMA TO WS-TURMA-ALUNO
           PERFORM P210-PROCURA-TURMA THRU P210-FIM
           IF ACHADO-OK AND AV-TURMA NOT = '***'
               MOVE WS-RGR-REGRA(WS-IDX) TO AV-REGRA
               SET AV-REGRA-TURMA TO TRUE
               GO TO P200-FIM
           END-IF

           MOVE '***' TO AV-TURMA
           PERFORM P210-PROCURA-TURMA THRU P210-FIM
           MOVE WS-TURMA-ALUNO TO AV-TURMA
           IF ACHADO-OK
               MOVE WS-RGR-REGRA(WS-IDX) TO AV-REGRA
               SET AV-REGRA-CASA TO TRUE
           ELSE
               MOVE WS-REGRA-HISTORICA TO AV-REGRA
               SET AV-REGRA-HISTORICA TO TRUE
           END-IF
           .
       P200-FIM.

       P210-PROCURA-TURMA.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-IDX
           PERFORM P220-COMPARA-TURMA THRU P220-FIM
               UNTIL WS-IDX > WS-QTD-REGRAS OR ACHADO-OK
           .
       P210-FIM.

       P220-COMPARA-TURMA.
           IF WS-RGR-TURMA(WS-IDX) = AV-TURMA
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF
           .
       P220-FIM.

      * MEDIA DE CADA MATERIA = SOMA(NOTA X PESO DO BIMESTRE) /
      * SOMA DOS PESOS; MEDIA FINAL = SOMA(MEDIA X PESO DA MATERIA)
      * / SOMA DOS PESOS DAS MATERIAS. PESOS TODOS ZERADOS VALEM
      * COMO PESOS IGUAIS. COM PESOS IGUAIS O RESULTADO E O MESMO
      * DA ANTIGA MEDIA SIMPLES (TRUNCADA NA SEGUNDA CASA).
       P300-CALCULAR-MEDIAS.
           MOVE 0 TO WS-SOMA-PESOS
           PERFORM P305-SOMA-PESO-BIM THRU P305-FIM
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
           IF WS-SOMA-PESOS = 0
               PERFORM P306-PESO-BIM-IGUAL THRU P306-FIM
                   VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
               MOVE 4 TO WS-SOMA-PESOS
           END-IF

           MOVE 0 TO WS-SOMA-PESOS-MAT
           PERFORM P307-SOMA-PESO-MAT THRU P307-FIM
               VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3
           IF WS-SOMA-PESOS-MAT = 0
               PERFORM P308-PESO-MAT-IGUAL THRU P308-FIM
                   VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3
               MOVE 3 TO WS-SOMA-PESOS-MAT
           END-IF

           MOVE 0 TO WS-SOMA-MATERIAS
           PERFORM P310-MEDIA-MATERIA THRU P310-FIM
               VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3
           COMPUTE AV-MEDIA = WS-SOMA-MATERIAS / WS-SOMA-PESOS-MAT
           END-COMPUTE
           .
       P300-FIM.

       P305-SOMA-PESO-BIM.
           ADD AV-PESO-BIM(WS-BIM) TO WS-SOMA-PESOS
           .
       P305-FIM.

       P306-PESO-BIM-IGUAL.
           MOVE 1 TO AV-PESO-BIM(WS-BIM)
           .
       P306-FIM.

       P307-SOMA-PESO-MAT.
           ADD AV-PESO-MAT(WS-MAT) TO WS-SOMA-PESOS-MAT
           .
       P307-FIM.

       P308-PESO-MAT-IGUAL.
           MOVE 1 TO AV-PESO-MAT(WS-MAT)
           .
       P308-FIM.

       P310-MEDIA-MATERIA.
           MOVE 0 TO WS-SOMA-NOTAS
           PERFORM P315-SOMA-NOTA THRU P315-FIM
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
           COMPUTE AV-MEDIA-MAT(WS-MAT) =
               WS-SOMA-NOTAS / WS-SOMA-PESOS
           END-COMPUTE
           COMPUTE WS-SOMA-MATERIAS = WS-SOMA-MATERIAS
               + AV-MEDIA-MAT(WS-MAT) * AV-PESO-MAT(WS-MAT)
           END-COMPUTE
           .
       P310-FIM.

       P315-SOMA-NOTA.
           COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS
               + AV-NOTA(WS-MAT, WS-BIM) * AV-PESO-BIM(WS-BIM)
           END-COMPUTE
           .
       P315-FIM.

      * SEM AULAS LANCADAS O ALUNO E TRATADO COMO 100% PRESENTE.
       P400-CALCULAR-FREQUENCIA.
           MOVE 100 TO AV-PCT-FREQ
           MOVE 0   TO AV-PCT-FALTAS
           IF AV-PRESENCAS NOT NUMERIC
               MOVE 0 TO AV-PRESENCAS
           END-IF
           IF AV-FALTAS NOT NUMERIC
               MOVE 0 TO AV-FALTAS
           END-IF
           COMPUTE WS-TOT-AULAS = AV-PRESENCAS + AV-FALTAS
           END-COMPUTE
           IF WS-TOT-AULAS = 0
               GO TO P400-FIM
           END-IF
           COMPUTE AV-PCT-FREQ ROUNDED =
               AV-PRESENCAS * 100 / WS-TOT-AULAS
           END-COMPUTE
           COMPUTE AV-PCT-FALTAS ROUNDED =
               AV-FALTAS * 100 / WS-TOT-AULAS
           END-COMPUTE
           .
       P400-FIM.

      * RECUPERACAO: SO NAS MATERIAS COM PESO E MEDIA ABAIXO DA
      * MINIMA. NOTA ZERADA = RECUPERACAO AINDA NAO FEITA.
       P500-APLICAR-RECUPERACAO.
           IF AV-NOTAS-RECUP NOT NUMERIC
               MOVE ZEROES TO AV-NOTAS-RECUP
           END-IF
           MOVE 0 TO WS-SOMA-MATERIAS
           PERFORM P520-RECUPERACAO-MATERIA THRU P520-FIM
               VARYING WS-MAT FROM 1 BY 1 UNTIL WS-MAT > 3
           COMPUTE AV-MEDIA-FINAL =
               WS-SOMA-MATERIAS / WS-SOMA-PESOS-MAT
           END-COMPUTE
           IF AV-MEDIA-FINAL < AV-NOTA-MINIMA
               SET AV-REPROVADO-NOTA TO TRUE
           ELSE
               SET AV-APROVADO-RECUP TO TRUE
           END-IF
           .
       P500-FIM.

       P510-SEM-RECUPERACAO.
           MOVE 'N' TO AV-MAT-RECUP(WS-MAT)
           MOVE AV-MEDIA-MAT(WS-MAT) TO AV-MEDIA-MAT-FINAL(WS-MAT)
           .
       P510-FIM.

       P520-RECUPERACAO-MATERIA.
           IF AV-PESO-MAT(WS-MAT) > 0
                   AND AV-MEDIA-MAT(WS-MAT) < AV-NOTA-MINIMA
               SET AV-MATERIA-EM-RECUP(WS-MAT) TO TRUE
               MOVE AV-NOTA-RECUP(WS-MAT) TO WS-NOTA-LIMITADA
               IF WS-NOTA-LIMITADA > AV-NOTA-MINIMA
                   MOVE AV-NOTA-MINIMA TO WS-NOTA-LIMITADA
               END-IF
               IF WS-NOTA-LIMITADA > AV-MEDIA-MAT-FINAL(WS-MAT)
                   MOVE WS-NOTA-LIMITADA
                       TO AV-MEDIA-MAT-FINAL(WS-MAT)
               END-IF
           END-IF
           COMPUTE WS-SOMA-MATERIAS = WS-SOMA-MATERIAS
               + AV-MEDIA-MAT-FINAL(WS-MAT) * AV-PESO-MAT(WS-MAT)
           END-COMPUTE
           .
       P520-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM AVALCALC.
