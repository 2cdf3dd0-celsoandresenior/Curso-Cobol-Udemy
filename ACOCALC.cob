      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE APURA A POSICAO DE UM ACORDO
      *          DE PARCELAMENTO (VEJA ACORDO.cpy) NUMA DATA DE
      *          REFERENCIA. A AREA DE COMUNICACAO E O ACOCALC.cpy.
      *          LE O CABECALHO E AS PARCELAS DO ACORDO NO ACORDO E
      *          OS PAGAMENTOS DELE NO RECFAT (RF-ACORDO), E QUITA AS
      *          PARCELAS EM ORDEM, DA MAIS ANTIGA PARA A MAIS NOVA.
      *          DEVOLVE, POR PARCELA, O PAGO, O ABERTO E OS DIAS DE
      *          ATRASO, E A PRIMEIRA PARCELA AINDA ABERTA COM O
      *          ATRASO DELA, QUE E O QUE O ROMPACOR CONFERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACOCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

               SELECT RECFAT ASSIGN TO DYNAMIC
               WS-RECFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

       DATA DIVISION.

       FILE SECTION.
       FD ACORDO.
          COPY ACORDO.

       FD RECFAT.
          COPY RECFAT.

       WORKING-STORAGE SECTION.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.

       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.

       77 WS-LOCALIZADOS            PIC X VALUE 'N'.
          88 ARQUIVOS-LOCALIZADOS   VALUE 'S' FALSE 'N'.

       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-RESTANTE               PIC S9(11)V99 VALUE ZEROES.
       77 WS-REF-DIA                PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY ACOCALC.

       PROCEDURE DIVISION USING CALCULO-ACORDO.
       MAIN-PROCEDURE.
           SET AK-INEXISTENTE TO TRUE
           MOVE 0      TO AK-GRUPO
           MOVE 0      TO AK-DATA-ACORDO
           MOVE SPACES TO AK-SITUACAO
           MOVE 0      TO AK-DT-SITUACAO
           MOVE 0      TO AK-CASO
           MOVE 0      TO AK-VALOR-TOTAL
           MOVE 0      TO AK-ENCARGOS
           MOVE 0      TO AK-PAGO
           MOVE 0      TO AK-SALDO
           MOVE 0      TO AK-QTD-FATURAS
           MOVE 0      TO AK-QTD-PARCELAS
           MOVE 0      TO AK-PARC-PENDENTE
           MOVE 0      TO AK-DIAS-ATRASO
           IF AK-NUMERO NOT NUMERIC
                   OR AK-NUMERO = 0
                   OR AK-DATA-REF NOT NUMERIC
                   OR AK-DATA-REF = 0
               PERFORM P900-FIM
           END-IF

           IF NOT ARQUIVOS-LOCALIZADOS
               PERFORM P100-LOCALIZA-ARQUIVOS THRU P100-FIM
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM P150-LIMPAR-PARCELA THRU P150-FIM
               UNTIL WS-IDX > 60

           PERFORM P200-LER-ACORDO THRU P200-FIM
           IF NOT AK-CALCULADO
               PERFORM P900-FIM
           END-IF
           PERFORM P300-SOMAR-PAGAMENTOS THRU P300-FIM

           MOVE FUNCTION INTEGER-OF-DATE(AK-DATA-REF) TO WS-REF-DIA
           MOVE AK-PAGO TO WS-RESTANTE
           MOVE 1 TO WS-IDX
           PERFORM P400-QUITAR-PARCELA THRU P400-FIM
               UNTIL WS-IDX > AK-QTD-PARCELAS
           COMPUTE AK-SALDO = AK-VALOR-TOTAL - AK-PAGO
           END-COMPUTE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ACORDO_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACORDO-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'
                   TO WS-ACORDO-PATH
           END-IF

           DISPLAY 'RECFAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECFAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RECFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'
                   TO WS-RECFAT-PATH
           END-IF
           SET ARQUIVOS-LOCALIZADOS TO TRUE
           .
       P100-FIM.

       P150-LIMPAR-PARCELA.
           MOVE 0 TO AK-PARC-VENCIMENTO(WS-IDX)
           MOVE 0 TO AK-PARC-VALOR(WS-IDX)
           MOVE 0 TO AK-PARC-PAGO(WS-IDX)
           MOVE 0 TO AK-PARC-ABERTO(WS-IDX)
           MOVE 0 TO AK-PARC-DIAS(WS-IDX)
           ADD 1 TO WS-IDX
           .
       P150-FIM.

       P200-LER-ACORDO.
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE
           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P210-LER-LINHA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-LINHA.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF ACO-NUMERO NOT NUMERIC
                   OR ACO-NUMERO NOT = AK-NUMERO
               GO TO P210-FIM
           END-IF
           EVALUATE TRUE
               WHEN ACO-CABECALHO
                   SET AK-CALCULADO TO TRUE
                   MOVE ACO-GRUPO       TO AK-GRUPO
                   MOVE ACO-DATA        TO AK-DATA-ACORDO
                   MOVE ACO-SITUACAO    TO AK-SITUACAO
                   MOVE ACO-DT-SITUACAO TO AK-DT-SITUACAO
                   MOVE ACO-CASO        TO AK-CASO
                   MOVE ACO-VALOR       TO AK-VALOR-TOTAL
                   MOVE ACO-ENCARGOS    TO AK-ENCARGOS
               WHEN ACO-FATURA
                   ADD 1 TO AK-QTD-FATURAS
               WHEN ACO-PARCELA
                   IF ACO-ITEM > 0 AND ACO-ITEM NOT > 60
                       MOVE ACO-DATA  TO AK-PARC-VENCIMENTO(ACO-ITEM)
                       MOVE ACO-VALOR TO AK-PARC-VALOR(ACO-ITEM)
                       IF ACO-ITEM > AK-QTD-PARCELAS
                           MOVE ACO-ITEM TO AK-QTD-PARCELAS
                       END-IF
                   END-IF
           END-EVALUATE
           .
       P210-FIM.

      * TODOS OS PAGAMENTOS DO ACORDO CONTAM, COMO NO ENCCALC (O
      * QUE FOR DATADO DEPOIS DA REFERENCIA CONTA COMO FEITO NELA).
       P300-SOMAR-PAGAMENTOS.
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE
           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P310-CONFERE-PAGAMENTO THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CONFERE-PAGAMENTO.
           READ RECFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RF-ACORDO NUMERIC
                           AND RF-ACORDO = AK-NUMERO
                       ADD RF-VALOR TO AK-PAGO
                   END-IF
           END-READ
           .
       P310-FIM.

       P400-QUITAR-PARCELA.
           MOVE 0 TO AK-PARC-PAGO(WS-IDX)
           MOVE 0 TO AK-PARC-DIAS(WS-IDX)
           IF WS-RESTANTE > 0
               IF WS-RESTANTE < AK-PARC-VALOR(WS-IDX)
                   MOVE WS-RESTANTE TO AK-PARC-PAGO(WS-IDX)
               ELSE
                   MOVE AK-PARC-VALOR(WS-IDX) TO AK-PARC-PAGO(WS-IDX)
               END-IF
               SUBTRACT AK-PARC-PAGO(WS-IDX) FROM WS-RESTANTE
           END-IF
           COMPUTE AK-PARC-ABERTO(WS-IDX) =
               AK-PARC-VALOR(WS-IDX) - AK-PARC-PAGO(WS-IDX)
           END-COMPUTE

           IF AK-PARC-ABERTO(WS-IDX) > 0
               IF AK-PARC-VENCIMENTO(WS-IDX) NUMERIC
                       AND AK-PARC-VENCIMENTO(WS-IDX) > 0
                       AND AK-PARC-VENCIMENTO(WS-IDX) < AK-DATA-REF
                   COMPUTE AK-PARC-DIAS(WS-IDX) = WS-REF-DIA -
                       FUNCTION INTEGER-OF-DATE(
                           AK-PARC-VENCIMENTO(WS-IDX))
                   END-COMPUTE
               END-IF
               IF AK-PARC-PENDENTE = 0
                   MOVE WS-IDX TO AK-PARC-PENDENTE
                   MOVE AK-PARC-DIAS(WS-IDX) TO AK-DIAS-ATRASO
               END-IF
           END-IF
           ADD 1 TO WS-IDX
           .
       P400-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ACOCALC.
