      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RESPONDE SE UMA CADEIA BATCH ESTA PREVISTA PARA UMA
      *          DATA, PELA REGRA DE FREQUENCIA DA LINHA 00 DA
      *          CADEIA NO CADEIAS.TXT (VEJA CADEIAS.cpy) E PELO
      *          CALENDARIO DA CASA (DIAUTIL/CALTAB):
      *            'D'    TODO DIA UTIL;
      *            'S' NN TODA SEMANA NO DIA NN (01 SEGUNDA ... 07
      *                   DOMINGO), PASSANDO PARA O PROXIMO DIA UTIL
      *                   SE O DIA NAO FOR UTIL;
      *            'M' NN NO NN-ESIMO DIA UTIL DO MES;
      *            'F'    NO ULTIMO DIA UTIL DO MES.
      *          CHAMADO POR BATCHEOD E PREVCAL COM:
      *            CALL 'AGENDIA' USING WS-FREQ WS-PARAM WS-DATA
      *                                 WS-PREVISTA
      *          ONDE WS-FREQ E PIC X(01), WS-PARAM PIC 9(02),
      *          WS-DATA PIC 9(08) (AAAAMMDD) E WS-PREVISTA VOLTA
      *          'S' (PREVISTA), 'N' (NAO PREVISTA) OU 'I' (REGRA
      *          INVALIDA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77 WS-DIA-UTIL               PIC X(01) VALUE SPACES.
       77 WS-DIA-INTEIRO            PIC 9(08) VALUE ZEROES.
       77 WS-DIA-SEMANA             PIC 9(01) VALUE ZEROES.
       77 WS-RECUO                  PIC 9(01) VALUE ZEROES.
       77 WS-UTEIS                  PIC 9(02) VALUE ZEROES.

       01 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO-MES        PIC 9(06).
           03 WS-AUX-DIA            PIC 9(02).
       01 WS-DATA-PEDIDA            PIC 9(08) VALUE ZEROES.
       01 WS-DATA-PEDIDA-R REDEFINES WS-DATA-PEDIDA.
           03 WS-PED-ANO-MES        PIC 9(06).
           03 WS-PED-DIA            PIC 9(02).

       77 WS-FIM-BUSCA              PIC X VALUE 'N'.
          88 FIM-BUSCA              VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-FREQUENCIA             PIC X(01).
       01 LK-PARAM                  PIC 9(02).
       01 LK-DATA                   PIC 9(08).
       01 LK-PREVISTA               PIC X(01).

       PROCEDURE DIVISION USING LK-FREQUENCIA LK-PARAM LK-DATA
                                LK-PREVISTA.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-PREVISTA
           MOVE LK-DATA TO WS-DATA-PEDIDA

      * NENHUMA REGRA RODA EM DIA NAO UTIL: A CADEIA DIARIA NAO
      * RODA, A SEMANAL PASSA PARA O PROXIMO DIA UTIL E AS MENSAIS
      * SO CONTAM DIAS UTEIS.
           CALL 'DIAUTIL' USING WS-DATA-PEDIDA WS-DIA-UTIL

           EVALUATE LK-FREQUENCIA
               WHEN 'D'
               WHEN SPACE
                   IF WS-DIA-UTIL = 'S'
                       MOVE 'S' TO LK-PREVISTA
                   END-IF
               WHEN 'S'
                   IF LK-PARAM < 1 OR LK-PARAM > 7
                       MOVE 'I' TO LK-PREVISTA
                   ELSE
                       IF WS-DIA-UTIL = 'S'
                           PERFORM P200-SEMANAL THRU P200-FIM
                       END-IF
                   END-IF
               WHEN 'M'
                   IF LK-PARAM < 1 OR LK-PARAM > 23
                       MOVE 'I' TO LK-PREVISTA
                   ELSE
                       IF WS-DIA-UTIL = 'S'
                           PERFORM P300-MENSAL THRU P300-FIM
                       END-IF
                   END-IF
               WHEN 'F'
                   IF WS-DIA-UTIL = 'S'
                       PERFORM P400-FIM-MES THRU P400-FIM
                   END-IF
               WHEN OTHER
                   MOVE 'I' TO LK-PREVISTA
           END-EVALUATE
           PERFORM P900-FIM.

      * DIA DA SEMANA PELA MESMA CONTA DO DIAUTIL (RESTO 1 =
      * SEGUNDA ... 6 = SABADO, 0 = DOMINGO, AQUI TRATADO COMO 7).
      * RECUA DA DATA ATE O DIA DA REGRA: A DATA E A DA CADEIA SE O
      * DIA DA REGRA CAIU NELA OU SE TODOS OS DIAS ENTRE ELES
      * FORAM NAO UTEIS.
       P200-SEMANAL.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDA)
               TO WS-DIA-INTEIRO
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INTEIRO, 7)
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           IF WS-DIA-SEMANA NOT < LK-PARAM
               COMPUTE WS-RECUO = WS-DIA-SEMANA - LK-PARAM
           ELSE
               COMPUTE WS-RECUO = WS-DIA-SEMANA + 7 - LK-PARAM
           END-IF

           SET FIM-BUSCA TO FALSE
           PERFORM P210-DIA-ANTERIOR THRU P210-FIM
               UNTIL WS-RECUO = 0 OR FIM-BUSCA
           IF NOT FIM-BUSCA
               MOVE 'S' TO LK-PREVISTA
           END-IF
           .
       P200-FIM.

       P210-DIA-ANTERIOR.
           SUBTRACT 1 FROM WS-DIA-INTEIRO
           SUBTRACT 1 FROM WS-RECUO
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               TO WS-DATA-AUX
           CALL 'DIAUTIL' USING WS-DATA-AUX WS-DIA-UTIL
      * UM DIA UTIL NO MEIO DO CAMINHO JA TERIA RODADO A CADEIA.
           IF WS-DIA-UTIL = 'S'
               SET FIM-BUSCA TO TRUE
           END-IF
           .
       P210-FIM.

      * CONTA OS DIAS UTEIS DO DIA 1 ATE A DATA (INCLUSIVE).
       P300-MENSAL.
           MOVE WS-DATA-PEDIDA TO WS-DATA-AUX
           MOVE 1 TO WS-AUX-DIA
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
               TO WS-DIA-INTEIRO
           MOVE 0 TO WS-UTEIS
           PERFORM P310-CONTAR-DIA THRU P310-FIM
               UNTIL WS-DATA-AUX > WS-DATA-PEDIDA
           IF WS-UTEIS = LK-PARAM
               MOVE 'S' TO LK-PREVISTA
           END-IF
           .
       P300-FIM.

       P310-CONTAR-DIA.
           CALL 'DIAUTIL' USING WS-DATA-AUX WS-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
               ADD 1 TO WS-UTEIS
           END-IF
           ADD 1 TO WS-DIA-INTEIRO
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               TO WS-DATA-AUX
           .
       P310-FIM.

      * ULTIMO DIA UTIL: NENHUM DIA UTIL DEPOIS DA DATA NO MESMO MES.
       P400-FIM-MES.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDA)
               TO WS-DIA-INTEIRO
           SET FIM-BUSCA TO FALSE
           MOVE 'S' TO LK-PREVISTA
           PERFORM P410-DIA-SEGUINTE THRU P410-FIM
               UNTIL FIM-BUSCA
           .
       P400-FIM.

       P410-DIA-SEGUINTE.
           ADD 1 TO WS-DIA-INTEIRO
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               TO WS-DATA-AUX
           IF WS-AUX-ANO-MES NOT = WS-PED-ANO-MES
               SET FIM-BUSCA TO TRUE
               GO TO P410-FIM
           END-IF
           CALL 'DIAUTIL' USING WS-DATA-AUX WS-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
               MOVE 'N' TO LK-PREVISTA
               SET FIM-BUSCA TO TRUE
           END-IF
           .
       P410-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM AGENDIA.
