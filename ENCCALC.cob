      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE APURA OS ENCARGOS DE ATRASO
      *          (MULTA E JUROS DE MORA) DE UMA FATURA DO DIRETORIO E
      *          A APROPRIACAO DOS RECEBIMENTOS DELA. A AREA DE
      *          COMUNICACAO E O ENCCALC.cpy.
      *          VENCIMENTO: ULTIMO DIA DA COMPETENCIA, COMO NO
      *          AGINGREL E NO COBRACONT.
      *          REGRA: A LINHA ATIVA DA ENCTAB (MANUTTAB) DE MAIOR
      *          VIGENCIA ATE O VENCIMENTO. SEM LINHA, NAO HA ENCARGO.
      *          MULTA: UMA VEZ SO, NO PRIMEIRO DIA DE ATRASO, SOBRE O
      *          PRINCIPAL EM ABERTO NO VENCIMENTO.
      *          JUROS: SIMPLES, TAXA AO MES / 30 POR DIA CORRIDO,
      *          SOBRE O PRINCIPAL EM ABERTO EM CADA DIA.
      *          OS MOVIMENTOS SAO TOMADOS EM ORDEM DE DATA; O
      *          RECEBIMENTO QUITA PRIMEIRO A MULTA, DEPOIS OS JUROS E
      *          SO ENTAO O PRINCIPAL. NOTA DE CREDITO ABATE O
      *          PRINCIPAL NA DATA DA APROVACAO; BAIXA POR PERDA ABATE
      *          O PRINCIPAL E BAIXA OS ENCARGOS EM ABERTO NA DATA.
      *          A ENCTAB E LIDA UMA VEZ, NA PRIMEIRA CHAMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENCTAB ASSIGN TO DYNAMIC
               WS-ENCTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENC.

       DATA DIVISION.

       FILE SECTION.
      * TABELA DE ENCARGOS DE ATRASO: INICIO DA VIGENCIA, MULTA EM %
      * E JUROS EM % AO MES (DUAS CASAS) E A COLUNA DE ATIVACAO DAS
      * TABELAS DO MANUTTAB.
       FD ENCTAB.
       01 REG-ENCTAB.
           03 ENC-VIGENCIA           PIC 9(08).
           03 ENC-MULTA              PIC 9(03)V99.
           03 ENC-JUROS              PIC 9(03)V99.
           03 ENC-ATIVO              PIC X(01).
               88 ENC-DESATIVADO         VALUE 'N'.

       WORKING-STORAGE SECTION.
       77 WS-ENCTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\ENCTAB.TXT'.

       77 WS-FS-ENC                 PIC 99.
          88 FS-ENC-OK              VALUE 0.

       77 WS-CARREGADA              PIC X VALUE 'N'.
          88 TABELA-CARREGADA       VALUE 'S' FALSE 'N'.

      * COPIA EM MEMORIA DA ENCTAB (SO LINHAS ATIVAS).
       77 WS-QTD-ENC                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-ENCARGOS.
           03 WS-ENC-ENTRY OCCURS 100 TIMES.
               05 WS-ENC-VIGENCIA    PIC 9(08).
               05 WS-ENC-MULTA       PIC 9(03)V99.
               05 WS-ENC-JUROS       PIC 9(03)V99.

      * DATA EFETIVA (DIA INTEIRO) E SITUACAO DE CADA MOVIMENTO DA
      * CHAMADA CORRENTE.
       01 WS-TAB-MOVIMENTOS.
           03 WS-MOV-ENTRY OCCURS 200 TIMES.
               05 WS-MOV-DIA         PIC 9(08).
               05 WS-MOV-FEITO       PIC X(01).

       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-IDX-MENOR              PIC 9(03) VALUE ZEROES.
       77 WS-FEITOS                 PIC 9(03) VALUE ZEROES.
       77 WS-VIG-ESCOLHIDA          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.
       77 WS-ANO-SEG                PIC 9(04) VALUE ZEROES.
       77 WS-MES-SEG                PIC 9(02) VALUE ZEROES.
       77 WS-VENC-DIA               PIC 9(08) VALUE ZEROES.
       77 WS-REF-DIA                PIC 9(08) VALUE ZEROES.
       77 WS-EVENTO-DIA             PIC 9(08) VALUE ZEROES.
       77 WS-ULTIMO-DIA             PIC 9(08) VALUE ZEROES.
       77 WS-DIAS                   PIC 9(05) VALUE ZEROES.

      * SALDOS CORRENTES DA FATURA ENQUANTO OS MOVIMENTOS SAO
      * APLICADOS.
       77 WS-PRINCIPAL              PIC S9(11)V99 VALUE ZEROES.
       77 WS-MULTA                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-JUROS                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-RESTANTE               PIC S9(11)V99 VALUE ZEROES.

       77 WS-MULTA-LANCADA          PIC X VALUE 'N'.
          88 MULTA-LANCADA          VALUE 'S' FALSE 'N'.

      * VALOR DE CADA ENCARGO APURADO, ARREDONDADO AO CENTAVO.
          COPY MOEDA.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY ENCCALC.

       PROCEDURE DIVISION USING CALCULO-ENCARGOS.
       MAIN-PROCEDURE.
           SET EC-RECUSADO TO TRUE
           MOVE 0 TO EC-VENCIMENTO
           MOVE 0 TO EC-DIAS-ATRASO
           MOVE 0 TO EC-PERC-MULTA
           MOVE 0 TO EC-PERC-JUROS
           MOVE 0 TO EC-PAGO-PRINCIPAL
           MOVE 0 TO EC-PAGO-MULTA
           MOVE 0 TO EC-PAGO-JUROS
           MOVE 0 TO EC-ABATIDO
           MOVE 0 TO EC-ENCARGO-BAIXADO
           MOVE 0 TO EC-ABERTO-PRINCIPAL
           MOVE 0 TO EC-ABERTO-MULTA
           MOVE 0 TO EC-ABERTO-JUROS
           MOVE 0 TO EC-TOTAL-DEVIDO
           IF EC-COMPETENCIA NOT NUMERIC
                   OR EC-COMPETENCIA(5:2) < '01'
                   OR EC-COMPETENCIA(5:2) > '12'
                   OR EC-DATA-REF NOT NUMERIC
                   OR EC-DATA-REF = 0
                   OR EC-QTD-MOV NOT NUMERIC
                   OR EC-QTD-MOV > 200
               PERFORM P900-FIM
           END-IF

           IF NOT TABELA-CARREGADA
               PERFORM P200-CARREGAR-ENCTAB THRU P200-FIM
           END-IF

           PERFORM P100-VENCIMENTO THRU P100-FIM
           PERFORM P300-ESCOLHER-REGRA THRU P300-FIM

           MOVE EC-VALOR-FATURA TO WS-PRINCIPAL
           MOVE 0 TO WS-MULTA
           MOVE 0 TO WS-JUROS
           SET MULTA-LANCADA TO FALSE
           MOVE WS-VENC-DIA TO WS-ULTIMO-DIA

           MOVE 1 TO WS-IDX
           PERFORM P150-PREPARAR-MOVIMENTO THRU P150-FIM
               UNTIL WS-IDX > EC-QTD-MOV
           MOVE 0 TO WS-FEITOS
           PERFORM P400-PROXIMO-MOVIMENTO THRU P400-FIM
               UNTIL WS-FEITOS NOT < EC-QTD-MOV

      * ENCARGOS CORRIDOS ATE A DATA DE REFERENCIA.
           MOVE WS-REF-DIA TO WS-EVENTO-DIA
           PERFORM P500-ACUMULAR-ENCARGOS THRU P500-FIM

           IF WS-REF-DIA > WS-VENC-DIA
               COMPUTE EC-DIAS-ATRASO = WS-REF-DIA - WS-VENC-DIA
               END-COMPUTE
           END-IF
           MOVE WS-PRINCIPAL TO EC-ABERTO-PRINCIPAL
           MOVE WS-MULTA     TO EC-ABERTO-MULTA
           MOVE WS-JUROS     TO EC-ABERTO-JUROS
           COMPUTE EC-TOTAL-DEVIDO =
               WS-PRINCIPAL + WS-MULTA + WS-JUROS
           END-COMPUTE
           PERFORM P900-FIM.

      * VENCIMENTO = VESPERA DO DIA 01 DO MES SEGUINTE A COMPETENCIA.
       P100-VENCIMENTO.
           MOVE EC-COMPETENCIA(1:4) TO WS-ANO-SEG
           MOVE EC-COMPETENCIA(5:2) TO WS-MES-SEG
           IF WS-MES-SEG = 12
               ADD 1 TO WS-ANO-SEG
               MOVE 1 TO WS-MES-SEG
           ELSE
               ADD 1 TO WS-MES-SEG
           END-IF
           COMPUTE WS-DATA-AUX =
               WS-ANO-SEG * 10000 + WS-MES-SEG * 100 + 1
           END-COMPUTE
           COMPUTE WS-VENC-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-DIA)
               TO EC-VENCIMENTO
           MOVE FUNCTION INTEGER-OF-DATE(EC-DATA-REF) TO WS-REF-DIA
           .
       P100-FIM.

      * MOVIMENTO SEM DATA OU DATADO DEPOIS DA REFERENCIA CONTA
      * COMO FEITO NA DATA DE REFERENCIA.
       P150-PREPARAR-MOVIMENTO.
           MOVE 0 TO EC-MOV-PRINCIPAL(WS-IDX)
           MOVE 0 TO EC-MOV-MULTA(WS-IDX)
           MOVE 0 TO EC-MOV-JUROS(WS-IDX)
           MOVE 'N' TO WS-MOV-FEITO(WS-IDX)
           IF EC-MOV-DATA(WS-IDX) NOT NUMERIC
                   OR EC-MOV-DATA(WS-IDX) = 0
                   OR EC-MOV-DATA(WS-IDX) > EC-DATA-REF
               MOVE WS-REF-DIA TO WS-MOV-DIA(WS-IDX)
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(EC-MOV-DATA(WS-IDX))
                   TO WS-MOV-DIA(WS-IDX)
           END-IF
           ADD 1 TO WS-IDX
           .
       P150-FIM.

       P200-CARREGAR-ENCTAB.
           DISPLAY 'ENCTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENCTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ENCTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ENCTAB.TXT' TO WS-ENCTAB-PATH
           END-IF

           MOVE 0 TO WS-QTD-ENC
           SET EOF-OK TO FALSE
           SET FS-ENC-OK TO TRUE
           OPEN INPUT ENCTAB
           IF FS-ENC-OK
               PERFORM P210-CARREGAR-LINHA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE ENCTAB
           END-IF
           SET TABELA-CARREGADA TO TRUE
           .
       P200-FIM.

       P210-CARREGAR-LINHA.
           READ ENCTAB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ENC-VIGENCIA NUMERIC
                           AND ENC-MULTA NUMERIC
                           AND ENC-JUROS NUMERIC
                           AND NOT ENC-DESATIVADO
                           AND WS-QTD-ENC < 100
                       ADD 1 TO WS-QTD-ENC
                       MOVE ENC-VIGENCIA
                           TO WS-ENC-VIGENCIA(WS-QTD-ENC)
                       MOVE ENC-MULTA TO WS-ENC-MULTA(WS-QTD-ENC)
                       MOVE ENC-JUROS TO WS-ENC-JUROS(WS-QTD-ENC)
                   END-IF
           END-READ
           .
       P210-FIM.

       P300-ESCOLHER-REGRA.
           MOVE 0 TO WS-VIG-ESCOLHIDA
           SET EC-SEM-REGRA TO TRUE
           MOVE 1 TO WS-IDX
           PERFORM P310-CONFERE-REGRA THRU P310-FIM
               UNTIL WS-IDX > WS-QTD-ENC
           .
       P300-FIM.

       P310-CONFERE-REGRA.
           IF WS-ENC-VIGENCIA(WS-IDX) NOT > EC-VENCIMENTO
                   AND WS-ENC-VIGENCIA(WS-IDX) NOT < WS-VIG-ESCOLHIDA
               MOVE WS-ENC-VIGENCIA(WS-IDX) TO WS-VIG-ESCOLHIDA
               MOVE WS-ENC-MULTA(WS-IDX)    TO EC-PERC-MULTA
               MOVE WS-ENC-JUROS(WS-IDX)    TO EC-PERC-JUROS
               SET EC-CALCULADO TO TRUE
           END-IF
           ADD 1 TO WS-IDX
           .
       P310-FIM.

      * APLICA O MOVIMENTO AINDA NAO FEITO DE MENOR DATA (EM EMPATE,
      * O PRIMEIRO INFORMADO PELO CHAMADOR).
       P400-PROXIMO-MOVIMENTO.
           MOVE 0 TO WS-IDX-MENOR
           MOVE 1 TO WS-IDX
           PERFORM P410-COMPARA-MOVIMENTO THRU P410-FIM
               UNTIL WS-IDX > EC-QTD-MOV
           MOVE 'S' TO WS-MOV-FEITO(WS-IDX-MENOR)
           ADD 1 TO WS-FEITOS

           MOVE WS-MOV-DIA(WS-IDX-MENOR) TO WS-EVENTO-DIA
           PERFORM P500-ACUMULAR-ENCARGOS THRU P500-FIM

           EVALUATE TRUE
               WHEN EC-MOV-RECEBIMENTO(WS-IDX-MENOR)
                   PERFORM P600-APROPRIAR-RECEBIMENTO THRU P600-FIM
               WHEN EC-MOV-CREDITO(WS-IDX-MENOR)
                   SUBTRACT EC-MOV-VALOR(WS-IDX-MENOR)
                       FROM WS-PRINCIPAL
                   ADD EC-MOV-VALOR(WS-IDX-MENOR) TO EC-ABATIDO
                   MOVE EC-MOV-VALOR(WS-IDX-MENOR)
                       TO EC-MOV-PRINCIPAL(WS-IDX-MENOR)
               WHEN EC-MOV-BAIXA(WS-IDX-MENOR)
                   SUBTRACT EC-MOV-VALOR(WS-IDX-MENOR)
                       FROM WS-PRINCIPAL
                   ADD EC-MOV-VALOR(WS-IDX-MENOR) TO EC-ABATIDO
                   MOVE EC-MOV-VALOR(WS-IDX-MENOR)
                       TO EC-MOV-PRINCIPAL(WS-IDX-MENOR)
                   MOVE WS-MULTA TO EC-MOV-MULTA(WS-IDX-MENOR)
                   MOVE WS-JUROS TO EC-MOV-JUROS(WS-IDX-MENOR)
                   ADD WS-MULTA WS-JUROS TO EC-ENCARGO-BAIXADO
                   MOVE 0 TO WS-MULTA
                   MOVE 0 TO WS-JUROS
           END-EVALUATE
           .
       P400-FIM.

       P410-COMPARA-MOVIMENTO.
           IF WS-MOV-FEITO(WS-IDX) = 'N'
               IF WS-IDX-MENOR = 0
                   MOVE WS-IDX TO WS-IDX-MENOR
               ELSE
                   IF WS-MOV-DIA(WS-IDX) < WS-MOV-DIA(WS-IDX-MENOR)
                       MOVE WS-IDX TO WS-IDX-MENOR
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-IDX
           .
       P410-FIM.

      * LEVA OS ENCARGOS ATE O DIA WS-EVENTO-DIA: A MULTA ENTRA NO
      * PRIMEIRO DIA DEPOIS DO VENCIMENTO E OS JUROS CORREM SOBRE O
      * PRINCIPAL EM ABERTO DESDE O ULTIMO MOVIMENTO.
       P500-ACUMULAR-ENCARGOS.
           IF WS-EVENTO-DIA NOT > WS-VENC-DIA
               GO TO P500-FIM
           END-IF

           IF NOT MULTA-LANCADA
               SET MULTA-LANCADA TO TRUE
               IF WS-PRINCIPAL > 0
                   COMPUTE WS-VALOR-MOEDA ROUNDED =
                       WS-PRINCIPAL * EC-PERC-MULTA / 100
                   END-COMPUTE
                   ADD WS-VALOR-MOEDA TO WS-MULTA
               END-IF
           END-IF

           IF WS-EVENTO-DIA > WS-ULTIMO-DIA
               COMPUTE WS-DIAS = WS-EVENTO-DIA - WS-ULTIMO-DIA
               END-COMPUTE
               IF WS-PRINCIPAL > 0
                   COMPUTE WS-VALOR-MOEDA ROUNDED =
                       WS-PRINCIPAL * EC-PERC-JUROS * WS-DIAS
                       / 3000
                   END-COMPUTE
                   ADD WS-VALOR-MOEDA TO WS-JUROS
               END-IF
               MOVE WS-EVENTO-DIA TO WS-ULTIMO-DIA
           END-IF
           .
       P500-FIM.

      * ORDEM DE QUITACAO: MULTA, JUROS, PRINCIPAL. O QUE SOBRAR
      * FICA NO PRINCIPAL (PAGAMENTO A MAIOR DEIXA SALDO NEGATIVO).
       P600-APROPRIAR-RECEBIMENTO.
           MOVE EC-MOV-VALOR(WS-IDX-MENOR) TO WS-RESTANTE

           IF WS-RESTANTE > 0 AND WS-MULTA > 0
               IF WS-RESTANTE < WS-MULTA
                   MOVE WS-RESTANTE TO EC-MOV-MULTA(WS-IDX-MENOR)
               ELSE
                   MOVE WS-MULTA TO EC-MOV-MULTA(WS-IDX-MENOR)
               END-IF
               SUBTRACT EC-MOV-MULTA(WS-IDX-MENOR) FROM WS-RESTANTE
               SUBTRACT EC-MOV-MULTA(WS-IDX-MENOR) FROM WS-MULTA
           END-IF

           IF WS-RESTANTE > 0 AND WS-JUROS > 0
               IF WS-RESTANTE < WS-JUROS
                   MOVE WS-RESTANTE TO EC-MOV-JUROS(WS-IDX-MENOR)
               ELSE
                   MOVE WS-JUROS TO EC-MOV-JUROS(WS-IDX-MENOR)
               END-IF
               SUBTRACT EC-MOV-JUROS(WS-IDX-MENOR) FROM WS-RESTANTE
               SUBTRACT EC-MOV-JUROS(WS-IDX-MENOR) FROM WS-JUROS
           END-IF

           MOVE WS-RESTANTE TO EC-MOV-PRINCIPAL(WS-IDX-MENOR)
           SUBTRACT WS-RESTANTE FROM WS-PRINCIPAL

           ADD EC-MOV-PRINCIPAL(WS-IDX-MENOR) TO EC-PAGO-PRINCIPAL
           ADD EC-MOV-MULTA(WS-IDX-MENOR)     TO EC-PAGO-MULTA
           ADD EC-MOV-JUROS(WS-IDX-MENOR)     TO EC-PAGO-JUROS
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ENCCALC.
