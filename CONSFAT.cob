      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CONSULTA DE FATURA DO DIRETORIO (COMPETENCIA +
      *          GRUPO), SOMENTE LEITURA: VALOR FATURADO NO FATHIST,
      *          RECEBIMENTOS DO RECFAT, SALDO EM ABERTO E A PROVA DE
      *          ENTREGA DAS CARTAS DE COBRANCA REGISTRADAS
      *          (COBRAREG): NUMERO DO OBJETO, EMISSAO, SITUACAO DO
      *          AVISO DE RECEBIMENTO, DATA E QUEM RECEBEU, E OS
      *          RPS DA FATURA NO REGISTRO FISCAL (NFSEREG), COM O
      *          NUMERO OFICIAL DA NFS-E OU O MOTIVO DA REJEICAO OU
      *          DO CANCELAMENTO, E OS AJUSTES DA FATURA (NOTA DE
      *          CREDITO E BAIXA POR PERDA, AJUSTFAT) COM A SITUACAO
      *          DA APROVACAO; SO OS APROVADOS ABATEM O SALDO. A
      *          FATURA RENEGOCIADA EM ACORDO DE PARCELAMENTO (ACORDO)
      *          SAI COM O NUMERO E A SITUACAO DO ACORDO. O
      *          DEVIDO NA DATA DE PROCESSAMENTO SAI ABERTO EM
      *          PRINCIPAL, MULTA E JUROS DE MORA (ENCCALC, REGRA DA
      *          ENCTAB), COM O QUE OS RECEBIMENTOS JA QUITARAM DE
      *          CADA UM. O
      *          JURIDICO CONSULTA ANTES DE MANDAR A DIVIDA PARA A
      *          EMPRESA DE COBRANCA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFAT.

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

               SELECT COBRAREG ASSIGN TO DYNAMIC
               WS-COBRAREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRG.

               SELECT NFSEREG ASSIGN TO DYNAMIC
               WS-NFSEREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NFR.

               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

       DATA DIVISION.

       FILE SECTION.
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

       FD COBRAREG.
          COPY COBRAREG.

       FD NFSEREG.
          COPY NFSEREG.

       FD AJUSTFAT.
          COPY AJUSTFAT.

       FD ACORDO.
          COPY ACORDO.

       WORKING-STORAGE SECTION.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-COBRAREG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COBRAREG.TXT'.
       77 WS-NFSEREG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.
       77 WS-FS-CRG                 PIC 99.
          88 FS-CRG-OK              VALUE 0.
       77 WS-FS-NFR                 PIC 99.
          88 FS-NFR-OK              VALUE 0.
       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.

       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-GRUPO                  PIC 9(02) VALUE ZEROES.
       77 WS-VALOR-FATURA           PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-RECEBIDO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-AJUSTADO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-SALDO                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(24) VALUE SPACES.
       77 WS-PERC-EDITADO           PIC ZZ9,99 VALUE SPACES.
       77 WS-JUROS-EDITADO          PIC ZZ9,99 VALUE SPACES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

          COPY ENCCALC.

       77 WS-FATURA-ACHADA          PIC X VALUE 'N'.
          88 FATURA-ACHADA          VALUE 'S' FALSE 'N'.

       77 WS-QTD-CARTAS             PIC 9(03) VALUE ZEROES.
       77 WS-QTD-ENTREGUES          PIC 9(03) VALUE ZEROES.
       77 WS-QTD-RPS                PIC 9(03) VALUE ZEROES.
       77 WS-QTD-AJUSTES            PIC 9(03) VALUE ZEROES.

       77 WS-ACORDO-NUMERO          PIC 9(05) VALUE ZEROES.
       77 WS-ACORDO-SITUACAO        PIC X(01) VALUE SPACES.
       77 WS-ULT-SITUACAO           PIC X(01) VALUE SPACES.
       77 WS-ACORDO-SIT-DESC        PIC X(07) VALUE SPACES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CONSULTA DE FATURA ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           SET EXIT-OK TO FALSE
           PERFORM P200-CONSULTAR THRU P200-FIM UNTIL EXIT-OK
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

           DISPLAY 'COBRAREG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COBRAREG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COBRAREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COBRAREG.TXT'
                   TO WS-COBRAREG-PATH
           END-IF

           DISPLAY 'NFSEREG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NFSEREG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NFSEREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'
                   TO WS-NFSEREG-PATH
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

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-CONSULTAR.
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           DISPLAY 'INFORME O GRUPO (CODIGO DA GRUPTAB): '
           ACCEPT WS-GRUPO

           PERFORM P300-PROCURA-FATURA THRU P300-FIM
           IF NOT FATURA-ACHADA
               DISPLAY 'FATURA NAO ENCONTRADA NO FATHIST PARA '
                   'ESSA COMPETENCIA/GRUPO.'
               GO TO P200-CONTINUA
           END-IF
           PERFORM P400-SOMA-RECEBIMENTOS THRU P400-FIM
           PERFORM P450-SOMA-AJUSTES THRU P450-FIM
           PERFORM P480-APURAR-ENCARGOS THRU P480-FIM
           PERFORM P800-PROCURA-ACORDO THRU P800-FIM

           DISPLAY '--------------------------------------------------'
           DISPLAY 'FATURA ' WS-COMPETENCIA ' GRUPO ' WS-GRUPO
           IF WS-ACORDO-NUMERO NOT = 0
               EVALUATE WS-ACORDO-SITUACAO
                   WHEN 'Q'
                       MOVE 'QUITADO' TO WS-ACORDO-SIT-DESC
                   WHEN 'R'
                       MOVE 'ROMPIDO' TO WS-ACORDO-SIT-DESC
                   WHEN OTHER
                       MOVE 'ATIVO'   TO WS-ACORDO-SIT-DESC
               END-EVALUATE
               DISPLAY 'FATURA RENEGOCIADA NO ACORDO '
                   WS-ACORDO-NUMERO ' (' WS-ACORDO-SIT-DESC
                   '): O SALDO E COBRADO PELAS PARCELAS DO ACORDO.'
           END-IF
           MOVE WS-VALOR-FATURA TO WS-VALOR-EDITADO
           DISPLAY 'VALOR FATURADO....: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-RECEBIDO TO WS-VALOR-EDITADO
           DISPLAY 'VALOR RECEBIDO....: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-AJUSTADO TO WS-VALOR-EDITADO
           DISPLAY 'AJUSTES APROVADOS.: R$ ' WS-VALOR-EDITADO
           MOVE EC-PAGO-PRINCIPAL TO WS-VALOR-EDITADO
           DISPLAY '  QUITOU PRINCIPAL: R$ ' WS-VALOR-EDITADO
           MOVE EC-PAGO-MULTA TO WS-VALOR-EDITADO
           DISPLAY '  QUITOU MULTA....: R$ ' WS-VALOR-EDITADO
           MOVE EC-PAGO-JUROS TO WS-VALOR-EDITADO
           DISPLAY '  QUITOU JUROS....: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-AJUSTADO TO WS-VALOR-EDITADO
           DISPLAY 'AJUSTES APROVADOS.: R$ ' WS-VALOR-EDITADO
           IF EC-ENCARGO-BAIXADO > 0
               MOVE EC-ENCARGO-BAIXADO TO WS-VALOR-EDITADO
               DISPLAY 'ENCARGOS BAIXADOS.: R$ ' WS-VALOR-EDITADO
           END-IF
           DISPLAY 'VENCIMENTO........: ' EC-VENCIMENTO
               '  DIAS DE ATRASO EM ' WS-DATA-SISTEMA ': '
               EC-DIAS-ATRASO
           IF EC-SEM-REGRA
               DISPLAY 'ENCARGOS DE ATRASO: SEM REGRA NA ENCTAB '
                   'PARA O VENCIMENTO.'
           ELSE
               MOVE EC-PERC-MULTA TO WS-PERC-EDITADO
               MOVE EC-PERC-JUROS TO WS-JUROS-EDITADO
               DISPLAY 'ENCARGOS DE ATRASO: MULTA ' WS-PERC-EDITADO
                   '% JUROS ' WS-JUROS-EDITADO '% AO MES'
           END-IF
           MOVE EC-ABERTO-PRINCIPAL TO WS-VALOR-EDITADO
           DISPLAY 'PRINCIPAL ABERTO..: R$ ' WS-VALOR-EDITADO
           MOVE EC-ABERTO-MULTA TO WS-VALOR-EDITADO
           DISPLAY 'MULTA EM ABERTO...: R$ ' WS-VALOR-EDITADO
           MOVE EC-ABERTO-JUROS TO WS-VALOR-EDITADO
           DISPLAY 'JUROS EM ABERTO...: R$ ' WS-VALOR-EDITADO
           MOVE EC-TOTAL-DEVIDO TO WS-SALDO
           MOVE WS-SALDO TO WS-VALOR-EDITADO
           DISPLAY 'TOTAL DEVIDO......: R$ ' WS-VALOR-EDITADO

           DISPLAY ' '
           DISPLAY 'CARTAS DE COBRANCA REGISTRADAS (PROVA DE ENTREGA):'
           PERFORM P500-LISTAR-CARTAS THRU P500-FIM
           IF WS-QTD-CARTAS = 0
               DISPLAY '  NENHUMA CARTA REGISTRADA PARA ESTA FATURA.'
           ELSE
               IF WS-QTD-ENTREGUES = 0
                   DISPLAY '  ATENCAO: NENHUMA CARTA COM ENTREGA '
                       'COMPROVADA PELO AR.'
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY 'NOTAS FISCAIS DE SERVICO (RPS / NFS-E):'
           PERFORM P600-LISTAR-RPS THRU P600-FIM
           IF WS-QTD-RPS = 0
               DISPLAY '  NENHUM RPS EMITIDO PARA ESTA FATURA.'
           END-IF

           DISPLAY ' '
           DISPLAY 'AJUSTES DA FATURA (NOTA DE CREDITO / BAIXA):'
           PERFORM P700-LISTAR-AJUSTES THRU P700-FIM
           IF WS-QTD-AJUSTES = 0
               DISPLAY '  NENHUM AJUSTE PEDIDO PARA ESTA FATURA.'
           END-IF
           DISPLAY '--------------------------------------------------'
           .
       P200-CONTINUA.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> P/ CONTINUAR, OU F PARA SAIR.'
           ACCEPT WS-EXIT
           .
       P200-FIM.

       P300-PROCURA-FATURA.
           SET FATURA-ACHADA TO FALSE
           MOVE 0 TO WS-VALOR-FATURA
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE

           OPEN INPUT FATHIST
           IF FS-HIS-OK
               PERFORM P310-CONFERE-FATURA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE FATHIST
           ELSE
               DISPLAY 'HISTORICO DE FATURAMENTO INDISPONIVEL '
                       '(FS=' WS-FS-HIS ').'
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CONFERE-FATURA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF FH-COMPETENCIA = WS-COMPETENCIA
                           AND FH-GRUPO = WS-GRUPO
                       SET FATURA-ACHADA TO TRUE
                       ADD FH-VALOR TO WS-VALOR-FATURA
                   END-IF
           END-READ
           .
       P310-FIM.

      * OS RECEBIMENTOS E OS AJUSTES APROVADOS DA FATURA TAMBEM
      * ENTRAM COMO MOVIMENTOS NA AREA DO ENCCALC.
       P400-SOMA-RECEBIMENTOS.
           MOVE 0 TO WS-VALOR-RECEBIDO
           MOVE 0 TO EC-QTD-MOV
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE

           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P410-CONFERE-RECEBIMENTO THRU P410-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-CONFERE-RECEBIMENTO.
           READ RECFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RF-COMPETENCIA = WS-COMPETENCIA
                           AND RF-GRUPO = WS-GRUPO
                       ADD RF-VALOR TO WS-VALOR-RECEBIDO
                       IF EC-QTD-MOV < 200
                           ADD 1 TO EC-QTD-MOV
                           MOVE 'R'      TO EC-MOV-TIPO(EC-QTD-MOV)
                           MOVE RF-DATA  TO EC-MOV-DATA(EC-QTD-MOV)
                           MOVE RF-VALOR TO EC-MOV-VALOR(EC-QTD-MOV)
                       END-IF
                   END-IF
           END-READ
           .
       P410-FIM.

      * SO OS AJUSTES APROVADOS ABATEM O SALDO EM ABERTO.
       P450-SOMA-AJUSTES.
           MOVE 0 TO WS-VALOR-AJUSTADO
           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE

           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P460-CONFERE-AJUSTE THRU P460-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P450-FIM.

       P460-CONFERE-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AJ-COMPETENCIA = WS-COMPETENCIA
                           AND AJ-GRUPO = WS-GRUPO
                           AND AJ-APROVADO
                       ADD AJ-VALOR TO WS-VALOR-AJUSTADO
                       IF EC-QTD-MOV < 200
                           ADD 1 TO EC-QTD-MOV
                           MOVE AJ-TIPO  TO EC-MOV-TIPO(EC-QTD-MOV)
                           MOVE AJ-DT-DECISAO
                               TO EC-MOV-DATA(EC-QTD-MOV)
                           MOVE AJ-VALOR TO EC-MOV-VALOR(EC-QTD-MOV)
                       END-IF
                   END-IF
           END-READ
           .
       P460-FIM.

       P480-APURAR-ENCARGOS.
           MOVE WS-COMPETENCIA  TO EC-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO EC-DATA-REF
           MOVE WS-VALOR-FATURA TO EC-VALOR-FATURA
           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           .
       P480-FIM.

       P500-LISTAR-CARTAS.
           MOVE 0 TO WS-QTD-CARTAS
           MOVE 0 TO WS-QTD-ENTREGUES
           SET EOF-OK TO FALSE
           SET FS-CRG-OK TO TRUE

           OPEN INPUT COBRAREG
           IF FS-CRG-OK
               PERFORM P510-MOSTRA-CARTA THRU P510-FIM
                   UNTIL EOF-OK
               CLOSE COBRAREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-MOSTRA-CARTA.
           READ COBRAREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           IF CRG-COMPETENCIA NOT = WS-COMPETENCIA
                   OR CRG-GRUPO NOT = WS-GRUPO
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-QTD-CARTAS
           EVALUATE TRUE
               WHEN CRG-POSTADA
                   MOVE 'POSTADA, AGUARDANDO AR' TO WS-SITUACAO-DESC
               WHEN CRG-ENTREGUE
                   MOVE 'ENTREGUE' TO WS-SITUACAO-DESC
                   ADD 1 TO WS-QTD-ENTREGUES
               WHEN CRG-RECUSADA
                   MOVE 'RECUSADA PELO DESTINO' TO WS-SITUACAO-DESC
               WHEN CRG-NAO-ENTREGUE
                   MOVE 'NAO ENTREGUE' TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO WS-SITUACAO-DESC
           END-EVALUATE
           MOVE CRG-SALDO TO WS-VALOR-EDITADO
           DISPLAY '  OBJETO ' CRG-RASTREIO
               ' EMITIDA EM ' CRG-DT-EMISSAO
               ' SALDO COBRADO R$ ' WS-VALOR-EDITADO
           DISPLAY '    ' WS-SITUACAO-DESC ' EM ' CRG-DT-SITUACAO
           IF CRG-ENTREGUE AND CRG-RECEBEDOR NOT = SPACES
               DISPLAY '    AR ASSINADO POR ' CRG-RECEBEDOR
           END-IF
           .
       P510-FIM.

       P600-LISTAR-RPS.
           MOVE 0 TO WS-QTD-RPS
           SET EOF-OK TO FALSE
           SET FS-NFR-OK TO TRUE

           OPEN INPUT NFSEREG
           IF FS-NFR-OK
               PERFORM P610-MOSTRA-RPS THRU P610-FIM
                   UNTIL EOF-OK
               CLOSE NFSEREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P600-FIM.

       P610-MOSTRA-RPS.
           READ NFSEREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P610-FIM
           END-READ
           IF NFR-COMPETENCIA NOT = WS-COMPETENCIA
                   OR NFR-GRUPO NOT = WS-GRUPO
               GO TO P610-FIM
           END-IF
           ADD 1 TO WS-QTD-RPS
           EVALUATE TRUE
               WHEN NFR-PENDENTE
                   MOVE 'AGUARDANDO LOTE' TO WS-SITUACAO-DESC
               WHEN NFR-ENVIADO
                   MOVE 'ENVIADO, SEM RETORNO' TO WS-SITUACAO-DESC
               WHEN NFR-AUTORIZADO
                   MOVE 'AUTORIZADO' TO WS-SITUACAO-DESC
               WHEN NFR-REJEITADO
                   MOVE 'REJEITADO' TO WS-SITUACAO-DESC
               WHEN NFR-CANCELADO
                   MOVE 'CANCELADO' TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO WS-SITUACAO-DESC
           END-EVALUATE
           MOVE NFR-VALOR TO WS-VALOR-EDITADO
           DISPLAY '  RPS ' NFR-SERIE ' ' NFR-RPS
               ' EMITIDO EM ' NFR-EMISSAO
               ' VALOR R$ ' WS-VALOR-EDITADO
           DISPLAY '    ' WS-SITUACAO-DESC ' EM ' NFR-DT-SITUACAO
           IF NFR-NFSE NOT = 0
               DISPLAY '    NFS-E ' NFR-NFSE
                   ' VERIFICACAO ' NFR-VERIFICACAO
           END-IF
           IF NFR-RPS-SUBSTITUIDO NOT = 0
               DISPLAY '    SUBSTITUI O RPS ' NFR-RPS-SUBSTITUIDO
           END-IF
           IF (NFR-REJEITADO OR NFR-CANCELADO)
                   AND NFR-MOTIVO NOT = SPACES
               DISPLAY '    MOTIVO: ' NFR-MOTIVO
           END-IF
           .
       P610-FIM.

       P700-LISTAR-AJUSTES.
           MOVE 0 TO WS-QTD-AJUSTES
           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE

           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P710-MOSTRA-AJUSTE THRU P710-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P700-FIM.

       P710-MOSTRA-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P710-FIM
           END-READ
           IF AJ-COMPETENCIA NOT = WS-COMPETENCIA
                   OR AJ-GRUPO NOT = WS-GRUPO
               GO TO P710-FIM
           END-IF
           ADD 1 TO WS-QTD-AJUSTES
           EVALUATE TRUE
               WHEN AJ-PENDENTE
                   MOVE 'AGUARDANDO APROVACAO' TO WS-SITUACAO-DESC
               WHEN AJ-APROVADO
                   MOVE 'APROVADO' TO WS-SITUACAO-DESC
               WHEN AJ-REJEITADO
                   MOVE 'REJEITADO' TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO WS-SITUACAO-DESC
           END-EVALUATE
           MOVE AJ-VALOR TO WS-VALOR-EDITADO
           IF AJ-NOTA-CREDITO
               DISPLAY '  AJUSTE ' AJ-SEQUENCIA ' NOTA DE CREDITO'
                   ' VALOR R$ ' WS-VALOR-EDITADO
           ELSE
               DISPLAY '  AJUSTE ' AJ-SEQUENCIA ' BAIXA POR PERDA'
                   ' VALOR R$ ' WS-VALOR-EDITADO
           END-IF
           DISPLAY '    MOTIVO ' AJ-MOTIVO ' PEDIDO EM ' AJ-DATA
               ' POR ' AJ-OPERADOR
           IF AJ-PENDENTE
               DISPLAY '    ' WS-SITUACAO-DESC
           ELSE
               DISPLAY '    ' WS-SITUACAO-DESC ' EM ' AJ-DT-DECISAO
                   ' POR ' AJ-APROVADOR
           END-IF
           IF AJ-REJEITADO
               DISPLAY '    MOTIVO DA REJEICAO: ' AJ-MOTIVO-REJEICAO
           END-IF
           .
       P710-FIM.

      * A FATURA COM LINHA F EM ALGUM ACORDO ESTA RENEGOCIADA. O
      * CABECALHO (LINHA A) VEM ANTES DAS LINHAS F DO MESMO ACORDO.
       P800-PROCURA-ACORDO.
           MOVE 0 TO WS-ACORDO-NUMERO
           MOVE SPACES TO WS-ACORDO-SITUACAO
           MOVE SPACES TO WS-ULT-SITUACAO
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE

           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P810-CONFERE-ACORDO THRU P810-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P800-FIM.

       P810-CONFERE-ACORDO.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ACO-CABECALHO
                       MOVE ACO-SITUACAO TO WS-ULT-SITUACAO
                   END-IF
                   IF ACO-FATURA
                           AND ACO-COMPETENCIA = WS-COMPETENCIA
                           AND ACO-GRUPO = WS-GRUPO
                       MOVE ACO-NUMERO      TO WS-ACORDO-NUMERO
                       MOVE WS-ULT-SITUACAO TO WS-ACORDO-SITUACAO
                   END-IF
           END-READ
           .
       P810-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CONSFAT.
