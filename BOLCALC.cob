      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE MONTA O CODIGO DE BARRAS E A
      *          LINHA DIGITAVEL DE UM BOLETO NO PADRAO FEBRABAN, COM
      *          SEUS DIGITOS VERIFICADORES, E O DIGITO DO NOSSO
      *          NUMERO. A AREA DE COMUNICACAO E O BOLCALC.cpy.
      *          CODIGO DE BARRAS (44): BANCO(3) + MOEDA 9 + DV GERAL
      *          (MODULO 11, PESOS 2 A 9) + FATOR DE VENCIMENTO(4) +
      *          VALOR EM CENTAVOS(10) + CAMPO LIVRE(25).
      *          LINHA DIGITAVEL: TRES CAMPOS COM DV MODULO 10 (PESOS
      *          2 E 1), O DV GERAL E FATOR + VALOR.
      *          FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997; PASSADO O
      *          FATOR 9999 (21/02/2025) A CONTAGEM RECOMECA EM 1000.
      *          DV DO NOSSO NUMERO: MODULO 11 BASE 7 SOBRE CARTEIRA +
      *          NOSSO NUMERO (RESTO 1 = 'P', RESTO 0 = '0').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      * CODIGO DE BARRAS MONTADO CAMPO A CAMPO, COM A VISAO DIGITO A
      * DIGITO PARA O CALCULO DO DV GERAL.
       01 WS-BARRAS.
           03 WS-BAR-BANCO           PIC 9(03).
           03 WS-BAR-MOEDA           PIC 9(01).
           03 WS-BAR-DV              PIC 9(01).
           03 WS-BAR-FATOR           PIC 9(04).
           03 WS-BAR-VALOR           PIC 9(10).
           03 WS-BAR-LIVRE.
               05 WS-LIV-AGENCIA     PIC 9(04).
               05 WS-LIV-CARTEIRA    PIC 9(02).
               05 WS-LIV-NOSSO-NUM   PIC 9(11).
               05 WS-LIV-CONTA       PIC 9(07).
               05 WS-LIV-ZERO        PIC 9(01).
       01 WS-BARRAS-DIG REDEFINES WS-BARRAS.
           03 WS-BAR-DIGITO          PIC 9(01) OCCURS 44 TIMES.

      * CARTEIRA + NOSSO NUMERO PARA O DV DO NOSSO NUMERO.
       01 WS-NN-BASE.
           03 WS-NN-CARTEIRA         PIC 9(02).
           03 WS-NN-NUMERO           PIC 9(11).
       01 WS-NN-BASE-DIG REDEFINES WS-NN-BASE.
           03 WS-NN-DIGITO           PIC 9(01) OCCURS 13 TIMES.

      * CAMPO DA LINHA DIGITAVEL EM CALCULO (MODULO 10), ALINHADO A
      * ESQUERDA, COM WS-M10-TAM DIGITOS.
       01 WS-M10-CAMPO              PIC X(10) VALUE SPACES.
       01 WS-M10-CAMPO-DIG REDEFINES WS-M10-CAMPO.
           03 WS-M10-DIGITO          PIC 9(01) OCCURS 10 TIMES.
       77 WS-M10-TAM                PIC 9(02) VALUE ZEROES.
       77 WS-M10-DV                 PIC 9(01) VALUE ZEROES.

       01 WS-CAMPO1                 PIC X(09) VALUE SPACES.
       77 WS-DV1                    PIC 9(01) VALUE ZEROES.
       77 WS-DV2                    PIC 9(01) VALUE ZEROES.
       77 WS-DV3                    PIC 9(01) VALUE ZEROES.

       77 WS-IDX                    PIC 9(02) VALUE ZEROES.
       77 WS-PESO                   PIC 9(02) VALUE ZEROES.
       77 WS-PRODUTO                PIC 9(03) VALUE ZEROES.
       77 WS-SOMA                   PIC 9(05) VALUE ZEROES.
       77 WS-QUOCIENTE              PIC 9(05) VALUE ZEROES.
       77 WS-RESTO                  PIC 9(02) VALUE ZEROES.
       77 WS-DV-CALC                PIC 9(02) VALUE ZEROES.

       77 WS-DATA-BASE              PIC 9(08) VALUE 19971007.
       77 WS-DIAS-BASE              PIC 9(06) VALUE ZEROES.
       77 WS-CENTAVOS               PIC 9(11) VALUE ZEROES.

       LINKAGE SECTION.
       COPY BOLCALC.

       PROCEDURE DIVISION USING CALCULO-BOLETO.
       MAIN-PROCEDURE.
           SET BC-RECUSADO TO TRUE
           MOVE SPACES TO BC-NN-DV
           MOVE 0      TO BC-FATOR
           MOVE SPACES TO BC-CODIGO-BARRAS
           MOVE SPACES TO BC-LINHA-DIGITAVEL
           IF BC-VENCIMENTO NOT NUMERIC
                   OR BC-VENCIMENTO < WS-DATA-BASE
                   OR BC-VALOR NOT > 0
                   OR BC-VALOR NOT < 100000000
               PERFORM P900-FIM
           END-IF
           PERFORM P100-FATOR-VENCIMENTO THRU P100-FIM
           PERFORM P200-MONTAR-BARRAS THRU P200-FIM
           PERFORM P300-MONTAR-LINHA THRU P300-FIM
           PERFORM P400-DV-NOSSO-NUMERO THRU P400-FIM
           SET BC-CALCULADO TO TRUE
           PERFORM P900-FIM.

       P100-FATOR-VENCIMENTO.
           COMPUTE WS-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(BC-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
           END-COMPUTE
      * DEPOIS DO FATOR 9999 O CICLO RECOMECA EM 1000, A CADA 9000
      * DIAS.
           IF WS-DIAS-BASE > 9999
               COMPUTE WS-DIAS-BASE = WS-DIAS-BASE - 10000
               DIVIDE WS-DIAS-BASE BY 9000
                   GIVING WS-QUOCIENTE REMAINDER WS-DIAS-BASE
               ADD 1000 TO WS-DIAS-BASE
           END-IF
           MOVE WS-DIAS-BASE TO BC-FATOR
           .
       P100-FIM.

       P200-MONTAR-BARRAS.
           MOVE BC-BANCO             TO WS-BAR-BANCO
           MOVE 9                    TO WS-BAR-MOEDA
           MOVE 0                    TO WS-BAR-DV
           MOVE BC-FATOR             TO WS-BAR-FATOR
           COMPUTE WS-CENTAVOS = BC-VALOR * 100
           MOVE WS-CENTAVOS          TO WS-BAR-VALOR
           MOVE BC-AGENCIA(2:4)      TO WS-LIV-AGENCIA
           MOVE BC-CARTEIRA(2:2)     TO WS-LIV-CARTEIRA
           MOVE BC-NOSSO-NUMERO      TO WS-LIV-NOSSO-NUM
           MOVE BC-CONTA             TO WS-LIV-CONTA
           MOVE 0                    TO WS-LIV-ZERO

      * DV GERAL: MODULO 11 DA DIREITA PARA A ESQUERDA, PESOS 2 A 9,
      * PULANDO A POSICAO 5; RESULTADO 0, 10 OU 11 VIRA 1.
           MOVE 0 TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM P210-SOMA-BARRAS THRU P210-FIM
               VARYING WS-IDX FROM 44 BY -1
               UNTIL WS-IDX < 1
           DIVIDE WS-SOMA BY 11
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           COMPUTE WS-DV-CALC = 11 - WS-RESTO
           IF WS-DV-CALC = 0 OR WS-DV-CALC > 9
               MOVE 1 TO WS-DV-CALC
           END-IF
           MOVE WS-DV-CALC TO WS-BAR-DV
           MOVE WS-BARRAS  TO BC-CODIGO-BARRAS
           .
       P200-FIM.

       P210-SOMA-BARRAS.
           IF WS-IDX = 5
               GO TO P210-FIM
           END-IF
           COMPUTE WS-SOMA = WS-SOMA
               + WS-BAR-DIGITO(WS-IDX) * WS-PESO
           ADD 1 TO WS-PESO
           IF WS-PESO > 9
               MOVE 2 TO WS-PESO
           END-IF
           .
       P210-FIM.

       P300-MONTAR-LINHA.
           MOVE WS-BARRAS(1:4)   TO WS-CAMPO1(1:4)
           MOVE WS-BAR-LIVRE(1:5) TO WS-CAMPO1(5:5)
           MOVE WS-CAMPO1        TO WS-M10-CAMPO
           MOVE 9                TO WS-M10-TAM
           PERFORM P310-MODULO-10 THRU P310-FIM
           MOVE WS-M10-DV        TO WS-DV1

           MOVE WS-BAR-LIVRE(6:10) TO WS-M10-CAMPO
           MOVE 10                 TO WS-M10-TAM
           PERFORM P310-MODULO-10 THRU P310-FIM
           MOVE WS-M10-DV          TO WS-DV2

           MOVE WS-BAR-LIVRE(16:10) TO WS-M10-CAMPO
           MOVE 10                  TO WS-M10-TAM
           PERFORM P310-MODULO-10 THRU P310-FIM
           MOVE WS-M10-DV           TO WS-DV3

           MOVE SPACES TO BC-LINHA-DIGITAVEL
           STRING WS-CAMPO1(1:5)          DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
                  WS-CAMPO1(6:4)          DELIMITED BY SIZE
                  WS-DV1                  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-BAR-LIVRE(6:5)       DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
                  WS-BAR-LIVRE(11:5)      DELIMITED BY SIZE
                  WS-DV2                  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-BAR-LIVRE(16:5)      DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
                  WS-BAR-LIVRE(21:5)      DELIMITED BY SIZE
                  WS-DV3                  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-BAR-DV               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-BAR-FATOR            DELIMITED BY SIZE
                  WS-BAR-VALOR            DELIMITED BY SIZE
                  INTO BC-LINHA-DIGITAVEL
           END-STRING
           .
       P300-FIM.

      * MODULO 10: DA DIREITA PARA A ESQUERDA, PESOS 2 E 1
      * ALTERNADOS; PRODUTO DE DOIS DIGITOS SOMA OS DIGITOS.
       P310-MODULO-10.
           MOVE 0 TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM P320-SOMA-CAMPO THRU P320-FIM
               VARYING WS-IDX FROM WS-M10-TAM BY -1
               UNTIL WS-IDX < 1
           DIVIDE WS-SOMA BY 10
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           IF WS-RESTO = 0
               MOVE 0 TO WS-M10-DV
           ELSE
               COMPUTE WS-M10-DV = 10 - WS-RESTO
           END-IF
           .
       P310-FIM.

       P320-SOMA-CAMPO.
           COMPUTE WS-PRODUTO = WS-M10-DIGITO(WS-IDX) * WS-PESO
           IF WS-PRODUTO > 9
               SUBTRACT 9 FROM WS-PRODUTO
           END-IF
           ADD WS-PRODUTO TO WS-SOMA
           IF WS-PESO = 2
               MOVE 1 TO WS-PESO
           ELSE
               MOVE 2 TO WS-PESO
           END-IF
           .
       P320-FIM.

       P400-DV-NOSSO-NUMERO.
           MOVE BC-CARTEIRA(2:2)  TO WS-NN-CARTEIRA
           MOVE BC-NOSSO-NUMERO   TO WS-NN-NUMERO
           MOVE 0 TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM P410-SOMA-NOSSO-NUMERO THRU P410-FIM
               VARYING WS-IDX FROM 13 BY -1
               UNTIL WS-IDX < 1
           DIVIDE WS-SOMA BY 11
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           EVALUATE WS-RESTO
               WHEN 0
                   MOVE '0' TO BC-NN-DV
               WHEN 1
                   MOVE 'P' TO BC-NN-DV
               WHEN OTHER
                   COMPUTE WS-DV-CALC = 11 - WS-RESTO
                   MOVE WS-DV-CALC(2:1) TO BC-NN-DV
           END-EVALUATE
           .
       P400-FIM.

       P410-SOMA-NOSSO-NUMERO.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-NN-DIGITO(WS-IDX) * WS-PESO
           ADD 1 TO WS-PESO
           IF WS-PESO > 7
               MOVE 2 TO WS-PESO
           END-IF
           .
       P410-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM BOLCALC.
