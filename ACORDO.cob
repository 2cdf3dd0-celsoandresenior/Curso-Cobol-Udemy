      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: ACORDO DE PARCELAMENTO DAS FATURAS EM ATRASO DO
      *          DIRETORIO: O FINANCEIRO ESCOLHE UMA OU MAIS FATURAS
      *          EM ABERTO DE UM GRUPO (FATHIST) E AS SUBSTITUI POR UM
      *          ACORDO DE N PARCELAS MENSAIS (VEJA ACORDO.cpy),
      *          SUBSTITUINDO O CONTROLE EM PAPEL. O VALOR DE CADA
      *          FATURA E O APURADO PELO ENCCALC NA DATA DO ACORDO
      *          (PRINCIPAL EM ABERTO, MAIS A MULTA E OS JUROS DE MORA
      *          SE O OPERADOR INCLUIR OS ENCARGOS NO ACORDO). AS
      *          PARCELAS SAO CALCULADAS NO FORMATO DO MOEDA.cpy: O
      *          TOTAL DIVIDIDO PELO NUMERO DE PARCELAS, COM A SOBRA
      *          DE CENTAVOS NA PRIMEIRA; VENCEM NO MESMO DIA DE CADA
      *          MES A PARTIR DO PRIMEIRO VENCIMENTO (NO ULTIMO DIA DO
      *          MES, SE ELE FOR MAIS CURTO). AS FATURAS DO ACORDO
      *          FICAM RENEGOCIADAS: O AGINGREL E O COBRACONT DEIXAM DE
      *          COBRA-LAS E PASSAM A ACOMPANHAR AS PARCELAS. FATURA
      *          COM AJUSTE PENDENTE DE APROVACAO NAO ENTRA EM ACORDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FATHIST ASSIGN TO DYNAMIC
               WS-FATHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT RECFAT ASSIGN TO DYNAMIC
               WS-RECFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

       DATA DIVISION.

       FILE SECTION.
      * HISTORICO DE FATURAMENTO GRAVADO PELO FATCONT, UMA LINHA
      * POR GRUPO FATURADO.
       FD FATHIST.
       01 REG-FATHIST.
           03 FH-COMPETENCIA         PIC 9(06).
           03 FH-GRUPO               PIC 9(02).
           03 FH-QUANTIDADE          PIC 9(05).
           03 FH-PRECO               PIC S9(09)V99
               SIGN IS LEADING SEPARATE.
           03 FH-VALOR               PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       FD RECFAT.
          COPY RECFAT.

       FD AJUSTFAT.
          COPY AJUSTFAT.

       FD ACORDO.
          COPY ACORDO.

       WORKING-STORAGE SECTION.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.
       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.

       77 WS-GRUPO                  PIC 9(02) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-CONFIRMA               PIC X(01) VALUE 'N'.
       77 WS-INCLUI-ENCARGOS        PIC X(01) VALUE 'S'.

      * FATURAS DO GRUPO: 'L' LIVRE PARA ACORDO, 'R' JA RENEGOCIADA,
      * 'P' COM AJUSTE PENDENTE, 'Q' SEM SALDO EM ABERTO.
       77 WS-QTD-FAT                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ENTRY OCCURS 100 TIMES.
               05 WS-FAT-COMPETENCIA PIC 9(06).
               05 WS-FAT-VALOR       PIC S9(11)V99.
               05 WS-FAT-PRINCIPAL   PIC S9(11)V99.
               05 WS-FAT-ENCARGOS    PIC S9(11)V99.
               05 WS-FAT-DIAS        PIC 9(05).
               05 WS-FAT-ACORDO      PIC 9(05).
               05 WS-FAT-SITUACAO    PIC X(01).
                   88 FAT-LIVRE          VALUE 'L'.
                   88 FAT-RENEGOCIADA    VALUE 'R'.
                   88 FAT-AJUSTE-PENDENTE VALUE 'P'.
                   88 FAT-QUITADA        VALUE 'Q'.
               05 WS-FAT-ESCOLHIDA   PIC X(01).
                   88 FAT-ESCOLHIDA      VALUE 'S'.

      * MOVIMENTOS DAS FATURAS DO GRUPO PARA O ENCCALC.
       77 WS-QTD-MOV                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-MOVIMENTOS.
           03 WS-MOV-ENTRY OCCURS 2000 TIMES.
               05 WS-MOV-COMPETENCIA PIC 9(06).
               05 WS-MOV-TIPO        PIC X(01).
               05 WS-MOV-DATA        PIC 9(08).
               05 WS-MOV-VALOR       PIC S9(11)V99.

          COPY ENCCALC.

      * PARCELAS DO ACORDO EM MONTAGEM.
       77 WS-QTD-PARCELAS           PIC 9(03) VALUE ZEROES.
       01 WS-TAB-PARCELAS.
           03 WS-PARC-ENTRY OCCURS 60 TIMES.
               05 WS-PARC-VENCIMENTO PIC 9(08).
               05 WS-PARC-VALOR      PIC S9(11)V99.

      * VALOR DA PARCELA, NO FORMATO MONETARIO DA CASA.
          COPY MOEDA.

       77 WS-TOTAL-PRINCIPAL        PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-ENCARGOS         PIC S9(11)V99 VALUE ZEROES.
       77 WS-ENCARGOS-ACORDADOS     PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-ACORDO           PIC S9(11)V99 VALUE ZEROES.
       77 WS-SOBRA                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-ENCARGO-EDITADO        PIC -Z(10)9,99 VALUE SPACES.

       77 WS-PRIMEIRO-VENCIMENTO    PIC 9(08) VALUE ZEROES.
       77 WS-ANO                    PIC 9(04) VALUE ZEROES.
       77 WS-MES                    PIC 9(02) VALUE ZEROES.
       77 WS-DIA                    PIC 9(02) VALUE ZEROES.
       77 WS-DIA-VENCIMENTO         PIC 9(02) VALUE ZEROES.
       77 WS-ULTIMO-DIA-MES         PIC 9(02) VALUE ZEROES.
       77 WS-ANO-SEG                PIC 9(04) VALUE ZEROES.
       77 WS-MES-SEG                PIC 9(02) VALUE ZEROES.
       77 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.

       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-IDX-MOV                PIC 9(04) VALUE ZEROES.
       77 WS-LIVRES                 PIC 9(03) VALUE ZEROES.
       77 WS-ESCOLHIDAS             PIC 9(03) VALUE ZEROES.
       77 WS-ULT-ACORDO             PIC 9(05) VALUE ZEROES.
       77 WS-NUMERO                 PIC 9(05) VALUE ZEROES.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-DATA-VALIDA            PIC X VALUE 'N'.
          88 DATA-VALIDA            VALUE 'S' FALSE 'N'.
       77 WS-FIM-ESCOLHA            PIC X VALUE 'N'.
          88 FIM-ESCOLHA            VALUE 'S' FALSE 'N'.

       77 WS-GRAVADOS               PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ACORDO DE PARCELAMENTO DE FATURAS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           SET EXIT-OK TO FALSE
           PERFORM P200-ACORDAR THRU P200-FIM UNTIL EXIT-OK
           DISPLAY 'ACORDOS FIRMADOS: ' WS-GRAVADOS
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'FATHIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATHIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FATHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'
                   TO WS-FATHIST-PATH
           END-IF

           DISPLAY 'RECFAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECFAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RECFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'
                   TO WS-RECFAT-PATH
           END-IF

           DISPLAY 'AJUSTFAT_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUSTFAT-PATH     FROM ENVIRONMENT-VALUE
           IF WS-AJUSTFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'
                   TO WS-AJUSTFAT-PATH
           END-IF

           DISPLAY 'ACORDO_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACORDO-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'
                   TO WS-ACORDO-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-ACORDAR.
           DISPLAY 'INFORME O GRUPO (CODIGO DA GRUPTAB): '
           ACCEPT WS-GRUPO

           PERFORM P300-CARREGAR-FATURAS THRU P300-FIM
           IF WS-QTD-FAT = 0
               DISPLAY 'NENHUMA FATURA DO GRUPO NO FATHIST.'
               GO TO P200-CONTINUA
           END-IF
           PERFORM P350-CARREGAR-ACORDOS THRU P350-FIM
           PERFORM P400-CARREGAR-MOVIMENTOS THRU P400-FIM

           MOVE 0 TO WS-LIVRES
           MOVE 1 TO WS-IDX
           PERFORM P450-APURAR-FATURA THRU P450-FIM
               UNTIL WS-IDX > WS-QTD-FAT
           IF WS-LIVRES = 0
               DISPLAY 'NENHUMA FATURA EM ABERTO DO GRUPO PODE ENTRAR '
                   'EM ACORDO.'
               GO TO P200-CONTINUA
           END-IF

           MOVE 0 TO WS-ESCOLHIDAS
           SET FIM-ESCOLHA TO FALSE
           PERFORM P500-ESCOLHER-FATURA THRU P500-FIM
               UNTIL FIM-ESCOLHA
           IF WS-ESCOLHIDAS = 0
               DISPLAY 'NENHUMA FATURA ESCOLHIDA. ACORDO ABANDONADO.'
               GO TO P200-CONTINUA
           END-IF

           MOVE 0 TO WS-TOTAL-PRINCIPAL
           MOVE 0 TO WS-TOTAL-ENCARGOS
           MOVE 1 TO WS-IDX
           PERFORM P550-SOMAR-ESCOLHIDA THRU P550-FIM
               UNTIL WS-IDX > WS-QTD-FAT
           MOVE WS-TOTAL-PRINCIPAL TO WS-VALOR-EDITADO
           DISPLAY 'PRINCIPAL EM ABERTO.: R$ ' WS-VALOR-EDITADO
           MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-EDITADO
           DISPLAY 'MULTA E JUROS.......: R$ ' WS-VALOR-EDITADO

           MOVE 0 TO WS-ENCARGOS-ACORDADOS
           IF WS-TOTAL-ENCARGOS > 0
               DISPLAY 'INCLUIR A MULTA E OS JUROS NO ACORDO (S/N)? '
               MOVE 'S' TO WS-INCLUI-ENCARGOS
               ACCEPT WS-INCLUI-ENCARGOS
               IF WS-INCLUI-ENCARGOS = 'S'
                   MOVE WS-TOTAL-ENCARGOS TO WS-ENCARGOS-ACORDADOS
               END-IF
           END-IF
           COMPUTE WS-TOTAL-ACORDO =
               WS-TOTAL-PRINCIPAL + WS-ENCARGOS-ACORDADOS
           END-COMPUTE
           MOVE WS-TOTAL-ACORDO TO WS-VALOR-EDITADO
           DISPLAY 'TOTAL DO ACORDO.....: R$ ' WS-VALOR-EDITADO

           DISPLAY 'QUANTIDADE DE PARCELAS (1 A 60): '
           MOVE 0 TO WS-QTD-PARCELAS
           ACCEPT WS-QTD-PARCELAS
           IF WS-QTD-PARCELAS < 1 OR WS-QTD-PARCELAS > 60
               DISPLAY 'QUANTIDADE INVALIDA. ACORDO ABANDONADO.'
               GO TO P200-CONTINUA
           END-IF

           DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD): '
           MOVE 0 TO WS-PRIMEIRO-VENCIMENTO
           ACCEPT WS-PRIMEIRO-VENCIMENTO
           PERFORM P600-VALIDA-VENCIMENTO THRU P600-FIM
           IF NOT DATA-VALIDA
               GO TO P200-CONTINUA
           END-IF

           PERFORM P650-CALCULAR-PARCELAS THRU P650-FIM
           MOVE 1 TO WS-IDX
           PERFORM P700-MOSTRAR-PARCELA THRU P700-FIM
               UNTIL WS-IDX > WS-QTD-PARCELAS

           DISPLAY 'CONFIRMA O ACORDO (S/N)? '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'ACORDO ABANDONADO.'
               GO TO P200-CONTINUA
           END-IF
           PERFORM P800-GRAVAR-ACORDO THRU P800-FIM
           .
       P200-CONTINUA.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> P/ CONTINUAR, OU F PARA SAIR.'
           ACCEPT WS-EXIT
           .
       P200-FIM.

       P300-CARREGAR-FATURAS.
           MOVE 0 TO WS-QTD-FAT
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATHIST
           IF FS-HIS-OK
               PERFORM P310-CARREGAR-FATURA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE FATHIST
           ELSE
               DISPLAY 'HISTORICO DE FATURAMENTO INDISPONIVEL '
                       '(FS=' WS-FS-HIS ').'
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CARREGAR-FATURA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF FH-GRUPO NOT = WS-GRUPO
               GO TO P310-FIM
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM P320-COMPARA-FATURA THRU P320-FIM
               UNTIL WS-IDX > WS-QTD-FAT
                   OR WS-FAT-COMPETENCIA(WS-IDX) = FH-COMPETENCIA
           IF WS-IDX > WS-QTD-FAT
               IF WS-QTD-FAT NOT < 100
                   DISPLAY 'ATENCAO: GRUPO COM MAIS DE 100 FATURAS. '
                       'AS DEMAIS FORAM IGNORADAS.'
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
               END-IF
               ADD 1 TO WS-QTD-FAT
               MOVE FH-COMPETENCIA TO WS-FAT-COMPETENCIA(WS-QTD-FAT)
               MOVE 0   TO WS-FAT-VALOR(WS-QTD-FAT)
               MOVE 0   TO WS-FAT-PRINCIPAL(WS-QTD-FAT)
               MOVE 0   TO WS-FAT-ENCARGOS(WS-QTD-FAT)
               MOVE 0   TO WS-FAT-DIAS(WS-QTD-FAT)
               MOVE 0   TO WS-FAT-ACORDO(WS-QTD-FAT)
               MOVE 'L' TO WS-FAT-SITUACAO(WS-QTD-FAT)
               MOVE 'N' TO WS-FAT-ESCOLHIDA(WS-QTD-FAT)
               MOVE WS-QTD-FAT TO WS-IDX
           END-IF
           ADD FH-VALOR TO WS-FAT-VALOR(WS-IDX)
           .
       P310-FIM.

       P320-COMPARA-FATURA.
           ADD 1 TO WS-IDX
           .
       P320-FIM.

      * FATURAS JA RENEGOCIADAS EM OUTRO ACORDO (QUALQUER SITUACAO)
      * E O ULTIMO NUMERO DE ACORDO USADO.
       P350-CARREGAR-ACORDOS.
           MOVE 0 TO WS-ULT-ACORDO
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE
           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P360-CONFERE-ACORDO THRU P360-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-CONFERE-ACORDO.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P360-FIM
           END-READ
           IF ACO-NUMERO NOT NUMERIC
               GO TO P360-FIM
           END-IF
           IF ACO-NUMERO > WS-ULT-ACORDO
               MOVE ACO-NUMERO TO WS-ULT-ACORDO
           END-IF
           IF NOT ACO-FATURA OR ACO-GRUPO NOT = WS-GRUPO
               GO TO P360-FIM
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM P320-COMPARA-FATURA THRU P320-FIM
               UNTIL WS-IDX > WS-QTD-FAT
                   OR WS-FAT-COMPETENCIA(WS-IDX) = ACO-COMPETENCIA
           IF WS-IDX NOT > WS-QTD-FAT
               MOVE 'R'        TO WS-FAT-SITUACAO(WS-IDX)
               MOVE ACO-NUMERO TO WS-FAT-ACORDO(WS-IDX)
           END-IF
           .
       P360-FIM.

       P400-CARREGAR-MOVIMENTOS.
           MOVE 0 TO WS-QTD-MOV
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE
           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P410-CARREGAR-RECEBIMENTO THRU P410-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           END-IF

           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE
           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P420-CARREGAR-AJUSTE THRU P420-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-CARREGAR-RECEBIMENTO.
           READ RECFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RF-GRUPO = WS-GRUPO
                           AND RF-COMPETENCIA NOT = 0
                           AND WS-QTD-MOV < 2000
                       ADD 1 TO WS-QTD-MOV
                       MOVE RF-COMPETENCIA
                           TO WS-MOV-COMPETENCIA(WS-QTD-MOV)
                       MOVE 'R'      TO WS-MOV-TIPO(WS-QTD-MOV)
                       MOVE RF-DATA  TO WS-MOV-DATA(WS-QTD-MOV)
                       MOVE RF-VALOR TO WS-MOV-VALOR(WS-QTD-MOV)
                   END-IF
           END-READ
           .
       P410-FIM.

      * AJUSTE APROVADO ENTRA NA APURACAO; AJUSTE PENDENTE TRAVA A
      * FATURA ATE O SUPERVISOR DECIDIR NO APROVAJU.
       P420-CARREGAR-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P420-FIM
           END-READ
           IF AJ-GRUPO NOT = WS-GRUPO
               GO TO P420-FIM
           END-IF
           IF AJ-APROVADO AND WS-QTD-MOV < 2000
               ADD 1 TO WS-QTD-MOV
               MOVE AJ-COMPETENCIA TO WS-MOV-COMPETENCIA(WS-QTD-MOV)
               MOVE AJ-TIPO        TO WS-MOV-TIPO(WS-QTD-MOV)
               MOVE AJ-DT-DECISAO  TO WS-MOV-DATA(WS-QTD-MOV)
               MOVE AJ-VALOR       TO WS-MOV-VALOR(WS-QTD-MOV)
           END-IF
           IF AJ-PENDENTE
               MOVE 1 TO WS-IDX
               PERFORM P320-COMPARA-FATURA THRU P320-FIM
                   UNTIL WS-IDX > WS-QTD-FAT
                       OR WS-FAT-COMPETENCIA(WS-IDX) = AJ-COMPETENCIA
               IF WS-IDX NOT > WS-QTD-FAT
                   IF FAT-LIVRE(WS-IDX)
                       MOVE 'P' TO WS-FAT-SITUACAO(WS-IDX)
                   END-IF
               END-IF
           END-IF
           .
       P420-FIM.

      * APURA A FATURA NA DATA DO ACORDO E LISTA PARA A ESCOLHA.
       P450-APURAR-FATURA.
           IF FAT-RENEGOCIADA(WS-IDX)
               DISPLAY 'COMPETENCIA ' WS-FAT-COMPETENCIA(WS-IDX)
                   ' JA RENEGOCIADA NO ACORDO ' WS-FAT-ACORDO(WS-IDX)
               ADD 1 TO WS-IDX
               GO TO P450-FIM
           END-IF

           MOVE WS-FAT-COMPETENCIA(WS-IDX) TO EC-COMPETENCIA
           MOVE WS-DATA-SISTEMA            TO EC-DATA-REF
           MOVE WS-FAT-VALOR(WS-IDX)       TO EC-VALOR-FATURA
           MOVE 0 TO EC-QTD-MOV
           MOVE 1 TO WS-IDX-MOV
           PERFORM P460-COPIAR-MOVIMENTO THRU P460-FIM
               UNTIL WS-IDX-MOV > WS-QTD-MOV
           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           IF EC-TOTAL-DEVIDO NOT > 0
               MOVE 'Q' TO WS-FAT-SITUACAO(WS-IDX)
               ADD 1 TO WS-IDX
               GO TO P450-FIM
           END-IF
           MOVE EC-ABERTO-PRINCIPAL TO WS-FAT-PRINCIPAL(WS-IDX)
           COMPUTE WS-FAT-ENCARGOS(WS-IDX) =
               EC-ABERTO-MULTA + EC-ABERTO-JUROS
           END-COMPUTE
           MOVE EC-DIAS-ATRASO TO WS-FAT-DIAS(WS-IDX)

           MOVE WS-FAT-PRINCIPAL(WS-IDX) TO WS-VALOR-EDITADO
           MOVE WS-FAT-ENCARGOS(WS-IDX)  TO WS-ENCARGO-EDITADO
           DISPLAY 'COMPETENCIA ' WS-FAT-COMPETENCIA(WS-IDX)
               ' PRINCIPAL R$ ' WS-VALOR-EDITADO
               ' ENCARGOS R$ ' WS-ENCARGO-EDITADO
               ' ATRASO ' WS-FAT-DIAS(WS-IDX) ' DIAS'
           IF FAT-AJUSTE-PENDENTE(WS-IDX)
               DISPLAY '   COM AJUSTE PENDENTE DE APROVACAO: NAO PODE '
                   'ENTRAR EM ACORDO.'
           ELSE
               ADD 1 TO WS-LIVRES
           END-IF
           ADD 1 TO WS-IDX
           .
       P450-FIM.

       P460-COPIAR-MOVIMENTO.
           IF WS-MOV-COMPETENCIA(WS-IDX-MOV) =
                   WS-FAT-COMPETENCIA(WS-IDX)
                   AND EC-QTD-MOV < 200
               ADD 1 TO EC-QTD-MOV
               MOVE WS-MOV-TIPO(WS-IDX-MOV)  TO EC-MOV-TIPO(EC-QTD-MOV)
               MOVE WS-MOV-DATA(WS-IDX-MOV)  TO EC-MOV-DATA(EC-QTD-MOV)
               MOVE WS-MOV-VALOR(WS-IDX-MOV)
                   TO EC-MOV-VALOR(EC-QTD-MOV)
           END-IF
           ADD 1 TO WS-IDX-MOV
           .
       P460-FIM.

       P500-ESCOLHER-FATURA.
           DISPLAY 'COMPETENCIA A INCLUIR NO ACORDO (AAAAMM, '
                   '000000 ENCERRA A ESCOLHA): '
           MOVE 0 TO WS-COMPETENCIA
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = 0
               SET FIM-ESCOLHA TO TRUE
               GO TO P500-FIM
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM P320-COMPARA-FATURA THRU P320-FIM
               UNTIL WS-IDX > WS-QTD-FAT
                   OR WS-FAT-COMPETENCIA(WS-IDX) = WS-COMPETENCIA
           EVALUATE TRUE
               WHEN WS-IDX > WS-QTD-FAT
                   DISPLAY 'COMPETENCIA SEM FATURA DO GRUPO.'
               WHEN NOT FAT-LIVRE(WS-IDX)
                   DISPLAY 'FATURA RENEGOCIADA, QUITADA OU COM AJUSTE '
                       'PENDENTE. NAO ENTRA NO ACORDO.'
               WHEN FAT-ESCOLHIDA(WS-IDX)
                   DISPLAY 'FATURA JA ESCOLHIDA.'
               WHEN OTHER
                   MOVE 'S' TO WS-FAT-ESCOLHIDA(WS-IDX)
                   ADD 1 TO WS-ESCOLHIDAS
                   DISPLAY 'FATURA ' WS-COMPETENCIA ' INCLUIDA.'
           END-EVALUATE
           .
       P500-FIM.

       P550-SOMAR-ESCOLHIDA.
           IF FAT-ESCOLHIDA(WS-IDX)
               ADD WS-FAT-PRINCIPAL(WS-IDX) TO WS-TOTAL-PRINCIPAL
               ADD WS-FAT-ENCARGOS(WS-IDX)  TO WS-TOTAL-ENCARGOS
           END-IF
           ADD 1 TO WS-IDX
           .
       P550-FIM.

       P600-VALIDA-VENCIMENTO.
           SET DATA-VALIDA TO FALSE
           MOVE WS-PRIMEIRO-VENCIMENTO(1:4) TO WS-ANO
           MOVE WS-PRIMEIRO-VENCIMENTO(5:2) TO WS-MES
           MOVE WS-PRIMEIRO-VENCIMENTO(7:2) TO WS-DIA
           IF WS-ANO < 1601 OR WS-MES < 1 OR WS-MES > 12
                   OR WS-DIA < 1
               DISPLAY 'DATA INVALIDA. ACORDO ABANDONADO.'
               GO TO P600-FIM
           END-IF
           PERFORM P620-ULTIMO-DIA-MES THRU P620-FIM
           IF WS-DIA > WS-ULTIMO-DIA-MES
               DISPLAY 'DATA INVALIDA. ACORDO ABANDONADO.'
               GO TO P600-FIM
           END-IF
           IF WS-PRIMEIRO-VENCIMENTO < WS-DATA-SISTEMA
               DISPLAY 'O PRIMEIRO VENCIMENTO NAO PODE SER ANTERIOR A '
                   WS-DATA-SISTEMA '. ACORDO ABANDONADO.'
               GO TO P600-FIM
           END-IF
           SET DATA-VALIDA TO TRUE
           .
       P600-FIM.

      * ULTIMO DIA DO MES WS-ANO/WS-MES: VESPERA DO DIA 01 DO MES
      * SEGUINTE.
       P620-ULTIMO-DIA-MES.
           MOVE WS-ANO TO WS-ANO-SEG
           MOVE WS-MES TO WS-MES-SEG
           IF WS-MES-SEG = 12
               ADD 1 TO WS-ANO-SEG
               MOVE 1 TO WS-MES-SEG
           ELSE
               ADD 1 TO WS-MES-SEG
           END-IF
           COMPUTE WS-DATA-AUX =
               WS-ANO-SEG * 10000 + WS-MES-SEG * 100 + 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
               TO WS-DATA-AUX
           MOVE WS-DATA-AUX(7:2) TO WS-ULTIMO-DIA-MES
           .
       P620-FIM.

      * PARCELA = TOTAL / QUANTIDADE, TRUNCADA NO CENTAVO; A SOBRA
      * VAI NA PRIMEIRA. UMA PARCELA POR MES, NO DIA DO PRIMEIRO
      * VENCIMENTO.
       P650-CALCULAR-PARCELAS.
           COMPUTE WS-VALOR-MOEDA = WS-TOTAL-ACORDO / WS-QTD-PARCELAS
           END-COMPUTE
           COMPUTE WS-SOBRA =
               WS-TOTAL-ACORDO - WS-VALOR-MOEDA * WS-QTD-PARCELAS
           END-COMPUTE
           MOVE WS-PRIMEIRO-VENCIMENTO(1:4) TO WS-ANO
           MOVE WS-PRIMEIRO-VENCIMENTO(5:2) TO WS-MES
           MOVE WS-PRIMEIRO-VENCIMENTO(7:2) TO WS-DIA-VENCIMENTO
           MOVE 1 TO WS-IDX
           PERFORM P660-MONTAR-PARCELA THRU P660-FIM
               UNTIL WS-IDX > WS-QTD-PARCELAS
           ADD WS-SOBRA TO WS-PARC-VALOR(1)
           .
       P650-FIM.

       P660-MONTAR-PARCELA.
           IF WS-IDX > 1
               IF WS-MES = 12
                   ADD 1 TO WS-ANO
                   MOVE 1 TO WS-MES
               ELSE
                   ADD 1 TO WS-MES
               END-IF
           END-IF
           PERFORM P620-ULTIMO-DIA-MES THRU P620-FIM
           IF WS-DIA-VENCIMENTO > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-DIA
           ELSE
               MOVE WS-DIA-VENCIMENTO TO WS-DIA
           END-IF
           COMPUTE WS-PARC-VENCIMENTO(WS-IDX) =
               WS-ANO * 10000 + WS-MES * 100 + WS-DIA
           END-COMPUTE
           MOVE WS-VALOR-MOEDA TO WS-PARC-VALOR(WS-IDX)
           ADD 1 TO WS-IDX
           .
       P660-FIM.

       P700-MOSTRAR-PARCELA.
           MOVE WS-PARC-VALOR(WS-IDX) TO WS-VALOR-EDITADO
           DISPLAY 'PARCELA ' WS-IDX ' VENCIMENTO '
               WS-PARC-VENCIMENTO(WS-IDX) ' R$ ' WS-VALOR-EDITADO
           ADD 1 TO WS-IDX
           .
       P700-FIM.

      * CABECALHO, FATURAS RENEGOCIADAS E PARCELAS, NUMA SO ABERTURA
      * DO ARQUIVO.
       P800-GRAVAR-ACORDO.
           SET FS-ACO-OK TO TRUE
           OPEN EXTEND ACORDO
           IF WS-FS-ACO EQUAL 35
               OPEN OUTPUT ACORDO
           END-IF
           IF NOT FS-ACO-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE ACORDOS '
                       '(FS=' WS-FS-ACO ').'
               GO TO P800-FIM
           END-IF

           COMPUTE WS-NUMERO = WS-ULT-ACORDO + 1
           END-COMPUTE
           MOVE SPACES                TO REG-ACORDO
           MOVE WS-NUMERO             TO ACO-NUMERO
           SET ACO-CABECALHO          TO TRUE
           MOVE 0                     TO ACO-ITEM
           MOVE WS-GRUPO              TO ACO-GRUPO
           MOVE 0                     TO ACO-COMPETENCIA
           MOVE WS-DATA-SISTEMA       TO ACO-DATA
           MOVE WS-TOTAL-ACORDO       TO ACO-VALOR
           MOVE WS-ENCARGOS-ACORDADOS TO ACO-ENCARGOS
           MOVE WS-QTD-PARCELAS       TO ACO-QTD-PARCELAS
           SET ACO-ATIVO              TO TRUE
           MOVE WS-DATA-SISTEMA       TO ACO-DT-SITUACAO
           MOVE WS-OPERADOR           TO ACO-OPERADOR
           MOVE 0                     TO ACO-CASO
           WRITE REG-ACORDO

           MOVE 0 TO ACO-ITEM
           MOVE 1 TO WS-IDX
           PERFORM P810-GRAVAR-FATURA THRU P810-FIM
               UNTIL WS-IDX > WS-QTD-FAT
           MOVE 1 TO WS-IDX
           PERFORM P820-GRAVAR-PARCELA THRU P820-FIM
               UNTIL WS-IDX > WS-QTD-PARCELAS
           CLOSE ACORDO

           ADD 1 TO WS-GRAVADOS
           DISPLAY 'ACORDO ' WS-NUMERO ' REGISTRADO. AS FATURAS '
               'ESCOLHIDAS FICAM RENEGOCIADAS.'
           .
       P800-FIM.

       P810-GRAVAR-FATURA.
           IF FAT-ESCOLHIDA(WS-IDX)
               ADD 1 TO ACO-ITEM
               SET ACO-FATURA TO TRUE
               MOVE WS-FAT-COMPETENCIA(WS-IDX) TO ACO-COMPETENCIA
               MOVE 0                          TO ACO-DATA
               MOVE WS-FAT-PRINCIPAL(WS-IDX)   TO ACO-VALOR
               MOVE WS-FAT-ENCARGOS(WS-IDX)    TO ACO-ENCARGOS
               MOVE 0                          TO ACO-QTD-PARCELAS
               MOVE SPACES                     TO ACO-SITUACAO
               MOVE 0                          TO ACO-DT-SITUACAO
               WRITE REG-ACORDO
           END-IF
           ADD 1 TO WS-IDX
           .
       P810-FIM.

       P820-GRAVAR-PARCELA.
           SET ACO-PARCELA TO TRUE
           MOVE WS-IDX                     TO ACO-ITEM
           MOVE 0                          TO ACO-COMPETENCIA
           MOVE WS-PARC-VENCIMENTO(WS-IDX) TO ACO-DATA
           MOVE WS-PARC-VALOR(WS-IDX)      TO ACO-VALOR
           MOVE 0                          TO ACO-ENCARGOS
           MOVE 0                          TO ACO-QTD-PARCELAS
           MOVE SPACES                     TO ACO-SITUACAO
           MOVE 0                          TO ACO-DT-SITUACAO
           WRITE REG-ACORDO
           ADD 1 TO WS-IDX
           .
       P820-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ACORDO.
