      *          LANCAMENTO SO E ACEITO SE A FATURA EXISTIR NO
      *          FATHIST; O SALDO EM ABERTO E APURADO PELO
      *          RELATORIO DE AGING (AGINGREL).
      *          ANTES DE GRAVAR, MOSTRA COMO O PAGAMENTO SERA
      *          APROPRIADO PELO ENCCALC: PRIMEIRO A MULTA E OS JUROS
      *          DE MORA EM ABERTO NA DATA DO PAGAMENTO (REGRA DA
      *          ENCTAB), DEPOIS O PRINCIPAL, E O QUE FICA DEVENDO.
      *          FATURA RENEGOCIADA EM ACORDO DE PARCELAMENTO (VEJA
      *          ACORDO.cpy) NAO RECEBE MAIS PAGAMENTO DIRETO: O
      *          PAGAMENTO ENTRA NO ACORDO (COMPETENCIA 000000), COM O
      *          NUMERO DO ACORDO EM RF-ACORDO, E QUITA AS PARCELAS DA
      *          MAIS ANTIGA PARA A MAIS NOVA (ACOCALC).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
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

       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-GRUPO                  PIC 9(02) VALUE ZEROES.
       77 WS-VALOR-FATURA           PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.

      * MOVIMENTOS DA FATURA (RECEBIMENTOS JA LANCADOS E AJUSTES
      * APROVADOS) MAIS O PAGAMENTO EM DIGITACAO, PARA O ENCCALC.
          COPY ENCCALC.

      * PAGAMENTO DE PARCELA DE ACORDO: SITUACAO DO ACORDO NO DIA.
          COPY ACOCALC.
       77 WS-ACORDO-NUMERO          PIC 9(05) VALUE ZEROES.
       77 WS-ACORDO-FATURA          PIC 9(05) VALUE ZEROES.
       77 WS-DATA-HOJE              PIC 9(08) VALUE ZEROES.
       77 WS-SALDO-ACORDO           PIC S9(11)V99 VALUE ZEROES.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.

       77 WS-FATURA-ACHADA          PIC X VALUE 'N'.
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
           .
       P100-FIM.

       P200-LANCAR.
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM, 000000 = PARCELA '
                   'DE ACORDO): '
           MOVE 0 TO WS-COMPETENCIA
           ACCEPT WS-COMPETENCIA
           MOVE 0 TO WS-ACORDO-NUMERO
           IF WS-COMPETENCIA = 0
               PERFORM P600-LANCAR-PARCELA THRU P600-FIM
               GO TO P200-CONTINUA
           END-IF
           DISPLAY 'INFORME O GRUPO (CODIGO DA GRUPTAB): '
           ACCEPT WS-GRUPO

           IF NOT FATURA-ACHADA
               DISPLAY 'FATURA NAO ENCONTRADA NO FATHIST PARA '
                   'ESSA COMPETENCIA/GRUPO. LANCAMENTO RECUSADO.'
               GO TO P200-CONTINUA
           END-IF

           PERFORM P350-CONFERE-ACORDO THRU P350-FIM
           IF WS-ACORDO-FATURA NOT = 0
               DISPLAY 'FATURA RENEGOCIADA NO ACORDO '
                   WS-ACORDO-FATURA '. LANCE O PAGAMENTO NA PARCELA '
                   'DO ACORDO (COMPETENCIA 000000).'
               GO TO P200-CONTINUA
           END-IF

           MOVE WS-VALOR-FATURA TO WS-VALOR-EDITADO
           DISPLAY 'VALOR FATURADO: R$ ' WS-VALOR-EDITADO
           DISPLAY 'INFORME O VALOR RECEBIDO (SO DIGITOS, '
                   'DUAS CASAS DECIMAIS): '
           ACCEPT WS-VALOR-PAGO
           DISPLAY 'INFORME A DATA DO PAGAMENTO (AAAAMMDD, '
                   '00000000 = HOJE): '
           ACCEPT WS-DATA-PAGAMENTO
           IF WS-DATA-PAGAMENTO = 0
               ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
           END-IF
           PERFORM P500-APROPRIAR THRU P500-FIM
           PERFORM P400-GRAVAR-RECEBIMENTO THRU P400-FIM
           .
       P200-CONTINUA.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> P/ CONTINUAR, OU F PARA SAIR.'
           ACCEPT WS-EXIT
           .
       P310-FIM.

      * FATURA COM LINHA 'F' EM ALGUM ACORDO ESTA RENEGOCIADA.
       P350-CONFERE-ACORDO.
           MOVE 0 TO WS-ACORDO-FATURA
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE
           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P360-CONFERE-LINHA THRU P360-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-CONFERE-LINHA.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ACO-FATURA
                           AND ACO-COMPETENCIA = WS-COMPETENCIA
                           AND ACO-GRUPO = WS-GRUPO
                       MOVE ACO-NUMERO TO WS-ACORDO-FATURA
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P360-FIM.

       P400-GRAVAR-RECEBIMENTO.
           SET FS-REC-OK TO TRUE
           OPEN EXTEND RECFAT
               MOVE WS-DATA-PAGAMENTO TO RF-DATA
               MOVE WS-VALOR-PAGO     TO RF-VALOR
               MOVE WS-OPERADOR       TO RF-OPERADOR
               MOVE WS-ACORDO-NUMERO  TO RF-ACORDO
               WRITE REG-RECFAT
               CLOSE RECFAT
               ADD 1 TO WS-GRAVADOS
           .
       P400-FIM.

      * APROPRIACAO DO PAGAMENTO EM DIGITACAO: OS MOVIMENTOS DA
      * FATURA ENTRAM NA AREA DO ENCCALC, O PAGAMENTO NOVO POR
      * ULTIMO, COM A DATA DO PAGAMENTO COMO REFERENCIA.
       P500-APROPRIAR.
           MOVE 0 TO EC-QTD-MOV
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE
           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P510-CARREGAR-RECEBIMENTO THRU P510-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           END-IF

           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE
           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P520-CARREGAR-AJUSTE THRU P520-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE

           IF EC-QTD-MOV NOT < 200
               DISPLAY 'FATURA COM MOVIMENTOS DEMAIS PARA MOSTRAR A '
                   'APROPRIACAO.'
               GO TO P500-FIM
           END-IF
           ADD 1 TO EC-QTD-MOV
           MOVE 'R'               TO EC-MOV-TIPO(EC-QTD-MOV)
           MOVE WS-DATA-PAGAMENTO TO EC-MOV-DATA(EC-QTD-MOV)
           MOVE WS-VALOR-PAGO     TO EC-MOV-VALOR(EC-QTD-MOV)

           MOVE WS-COMPETENCIA    TO EC-COMPETENCIA
           MOVE WS-DATA-PAGAMENTO TO EC-DATA-REF
           MOVE WS-VALOR-FATURA   TO EC-VALOR-FATURA
           CALL 'ENCCALC' USING CALCULO-ENCARGOS

           DISPLAY 'APROPRIACAO DO PAGAMENTO (VENCIMENTO '
               EC-VENCIMENTO ', ' EC-DIAS-ATRASO ' DIAS DE ATRASO):'
           MOVE EC-MOV-MULTA(EC-QTD-MOV) TO WS-VALOR-EDITADO
           DISPLAY '  MULTA...........: R$ ' WS-VALOR-EDITADO
           MOVE EC-MOV-JUROS(EC-QTD-MOV) TO WS-VALOR-EDITADO
           DISPLAY '  JUROS...........: R$ ' WS-VALOR-EDITADO
           MOVE EC-MOV-PRINCIPAL(EC-QTD-MOV) TO WS-VALOR-EDITADO
           DISPLAY '  PRINCIPAL.......: R$ ' WS-VALOR-EDITADO
           MOVE EC-TOTAL-DEVIDO TO WS-VALOR-EDITADO
           DISPLAY '  FICA DEVENDO....: R$ ' WS-VALOR-EDITADO
           IF EC-TOTAL-DEVIDO < 0
               DISPLAY '  ATENCAO: PAGAMENTO ACIMA DO DEVIDO.'
           END-IF
           .
       P500-FIM.

       P510-CARREGAR-RECEBIMENTO.
           READ RECFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RF-COMPETENCIA = WS-COMPETENCIA
                           AND RF-GRUPO = WS-GRUPO
                           AND EC-QTD-MOV < 200
                       ADD 1 TO EC-QTD-MOV
                       MOVE 'R'      TO EC-MOV-TIPO(EC-QTD-MOV)
                       MOVE RF-DATA  TO EC-MOV-DATA(EC-QTD-MOV)
                       MOVE RF-VALOR TO EC-MOV-VALOR(EC-QTD-MOV)
                   END-IF
           END-READ
           .
       P510-FIM.

      * SO OS AJUSTES APROVADOS CONTAM (VEJA AGINGREL).
       P520-CARREGAR-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AJ-COMPETENCIA = WS-COMPETENCIA
                           AND AJ-GRUPO = WS-GRUPO
                           AND AJ-APROVADO
                           AND EC-QTD-MOV < 200
                       ADD 1 TO EC-QTD-MOV
                       MOVE AJ-TIPO  TO EC-MOV-TIPO(EC-QTD-MOV)
                       MOVE AJ-DT-DECISAO
                           TO EC-MOV-DATA(EC-QTD-MOV)
                       MOVE AJ-VALOR TO EC-MOV-VALOR(EC-QTD-MOV)
                   END-IF
           END-READ
           .
       P520-FIM.

      * PAGAMENTO DE ACORDO: LANCADO COM COMPETENCIA ZERO, O GRUPO
      * DO ACORDO E O NUMERO DELE EM RF-ACORDO. O SALDO DE ACORDO
      * ROMPIDO CONTINUA SENDO RECEBIDO NO PROPRIO ACORDO.
       P600-LANCAR-PARCELA.
           DISPLAY 'INFORME O NUMERO DO ACORDO: '
           MOVE 0 TO WS-ACORDO-NUMERO
           ACCEPT WS-ACORDO-NUMERO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ACORDO-NUMERO TO AK-NUMERO
           MOVE WS-DATA-HOJE     TO AK-DATA-REF
           CALL 'ACOCALC' USING CALCULO-ACORDO
           IF NOT AK-CALCULADO
               DISPLAY 'ACORDO NAO ENCONTRADO. LANCAMENTO RECUSADO.'
               GO TO P600-FIM
           END-IF
           IF AK-QUITADO OR AK-SALDO NOT > 0
               DISPLAY 'ACORDO JA QUITADO. LANCAMENTO RECUSADO.'
               GO TO P600-FIM
           END-IF

           DISPLAY 'ACORDO ' AK-NUMERO ' GRUPO ' AK-GRUPO
               ' DE ' AK-DATA-ACORDO ' - ' AK-QTD-PARCELAS
               ' PARCELAS'
           MOVE AK-SALDO TO WS-VALOR-EDITADO
           DISPLAY 'SALDO DO ACORDO: R$ ' WS-VALOR-EDITADO
           IF AK-ROMPIDO
               DISPLAY 'ATENCAO: ACORDO ROMPIDO EM ' AK-DT-SITUACAO
                   '. O PAGAMENTO ABATE O SALDO VENCIDO.'
           END-IF
           IF AK-PARC-PENDENTE > 0
               MOVE AK-PARC-ABERTO(AK-PARC-PENDENTE)
                   TO WS-VALOR-EDITADO
               DISPLAY 'PARCELA EM ABERTO: ' AK-PARC-PENDENTE
                   ' VENCIMENTO '
                   AK-PARC-VENCIMENTO(AK-PARC-PENDENTE)
                   ' R$ ' WS-VALOR-EDITADO
           END-IF

           DISPLAY 'INFORME O VALOR RECEBIDO (SO DIGITOS, '
                   'DUAS CASAS DECIMAIS): '
           ACCEPT WS-VALOR-PAGO
           DISPLAY 'INFORME A DATA DO PAGAMENTO (AAAAMMDD, '
                   '00000000 = HOJE): '
           ACCEPT WS-DATA-PAGAMENTO
           IF WS-DATA-PAGAMENTO = 0
               MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF

           MOVE 0        TO WS-COMPETENCIA
           MOVE AK-GRUPO TO WS-GRUPO
           PERFORM P400-GRAVAR-RECEBIMENTO THRU P400-FIM
           COMPUTE WS-SALDO-ACORDO = AK-SALDO - WS-VALOR-PAGO
           END-COMPUTE
           MOVE WS-SALDO-ACORDO TO WS-VALOR-EDITADO
           DISPLAY 'FICA DEVENDO NO ACORDO: R$ ' WS-VALOR-EDITADO
           IF WS-SALDO-ACORDO < 0
               DISPLAY 'ATENCAO: PAGAMENTO ACIMA DO SALDO DO ACORDO.'
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

