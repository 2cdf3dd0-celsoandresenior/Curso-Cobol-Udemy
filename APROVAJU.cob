      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: APROVACAO PELO SUPERVISOR DOS AJUSTES DE FATURA
      *          PEDIDOS NO AJUSTFAT (NOTA DE CREDITO E BAIXA POR
      *          PERDA - VEJA AJUSTFAT.cpy), NOS MOLDES DO APROVCONT:
      *          LISTA OS PEDIDOS PENDENTES, APROVA OU REJEITA COM UM
      *          MOTIVO. QUEM PEDIU O AJUSTE NAO PODE APROVA-LO. NA
      *          APROVACAO O SALDO EM ABERTO DA FATURA E RECALCULADO
      *          (PRINCIPAL EM ABERTO APURADO PELO ENCCALC COM OS
      *          RECEBIMENTOS E OS AJUSTES JA APROVADOS); SE UM
      *          RECEBIMENTO OU OUTRO AJUSTE CHEGOU NO MEIO TEMPO E O
      *          VALOR PEDIDO PASSOU DO SALDO, O PEDIDO ESTA
      *          DESATUALIZADO E DEVE SER REJEITADO E REFEITO. O
      *          PEDIDO DE FATURA RENEGOCIADA DEPOIS EM ACORDO DE
      *          PARCELAMENTO (ACORDO) NAO PODE SER APROVADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVAJU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

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

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

       DATA DIVISION.

       FILE SECTION.
       FD AJUSTFAT.
          COPY AJUSTFAT.

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

       FD ACORDO.
          COPY ACORDO.

       WORKING-STORAGE SECTION.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.

       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.

      * PERFIL DO OPERADOR ASSINADO NO MENUCONT: A APROVACAO DOS
      * AJUSTES E EXCLUSIVA DO SUPERVISOR.
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
          88 PERFIL-SUPERVISOR      VALUE 'S'.

      * ARQUIVO DE AJUSTES INTEIRO EM MEMORIA; A DECISAO REGRAVA O
      * ARQUIVO TODO, COMO NA FILA DO APROVCONT.
       77 WS-QTD                    PIC 9(04) VALUE ZEROES.
       01 WS-TAB-AJUSTES.
           03 WS-ITEM OCCURS 2000 TIMES INDEXED BY WS-IDX
                                     PIC X(149).

       77 WS-SEQ-ESCOLHIDA          PIC 9(05) VALUE ZEROES.
       77 WS-POS-ACHADA             PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-MOTIVO-REJEICAO        PIC X(40) VALUE SPACES.
       77 WS-PENDENTES              PIC 9(04) VALUE ZEROES.

      * SALDO DA FATURA DO PEDIDO ESCOLHIDO, NA HORA DA APROVACAO.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-GRUPO                  PIC 9(02) VALUE ZEROES.
       77 WS-VALOR-FATURA           PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-RECEBIDO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-APROVADO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-SALDO                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.

      * ACORDO DE PARCELAMENTO EM QUE A FATURA FOI RENEGOCIADA.
       77 WS-ACORDO-NUMERO          PIC 9(05) VALUE ZEROES.

      * RECEBIMENTOS E AJUSTES APROVADOS DA FATURA PARA O ENCCALC.
          COPY ENCCALC.

       77 WS-OPCAO                  PIC 9(01) VALUE ZEROES.
       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** APROVACAO DE AJUSTES DE FATURA ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           IF NOT PERFIL-SUPERVISOR
               DISPLAY 'ACESSO NEGADO: A APROVACAO DE AJUSTES E '
                   'EXCLUSIVA DO PERFIL SUPERVISOR.'
               PERFORM P900-FIM
           END-IF

           PERFORM P200-CARREGAR-AJUSTES THRU P200-FIM
           SET SAIR-OK TO FALSE
           PERFORM P300-MENU THRU P300-FIM UNTIL SAIR-OK
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'AJUSTFAT_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUSTFAT-PATH     FROM ENVIRONMENT-VALUE
           IF WS-AJUSTFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'
                   TO WS-AJUSTFAT-PATH
           END-IF

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

           DISPLAY 'ACORDO_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACORDO-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'
                   TO WS-ACORDO-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR-PERFIL   FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-CARREGAR-AJUSTES.
           MOVE 0 TO WS-QTD
           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE

           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P210-CARREGAR-ITEM THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           ELSE
               DISPLAY 'ARQUIVO DE AJUSTES AINDA NAO EXISTE. NADA '
                   'PENDENTE.'
           END-IF
           .
       P200-FIM.

       P210-CARREGAR-ITEM.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-QTD < 2000
                       ADD 1 TO WS-QTD
                       MOVE REG-AJUSTFAT TO WS-ITEM(WS-QTD)
                   ELSE
                       DISPLAY 'ATENCAO: LIMITE DE 2000 AJUSTES '
                           'ATINGIDO. OS DEMAIS FORAM IGNORADOS.'
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P210-FIM.

       P300-MENU.
           DISPLAY ' '
           DISPLAY 'AJUSTES DE FATURA - ' WS-QTD ' ITENS NO ARQUIVO'
           DISPLAY '1 - LISTAR PEDIDOS PENDENTES'
           DISPLAY '2 - APROVAR PEDIDO'
           DISPLAY '3 - REJEITAR PEDIDO'
           DISPLAY '4 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P400-LISTAR THRU P400-FIM
               WHEN 2
                   PERFORM P500-APROVAR THRU P500-FIM
               WHEN 3
                   PERFORM P600-REJEITAR THRU P600-FIM
               WHEN 4
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .
       P300-FIM.

       P400-LISTAR.
           MOVE 0 TO WS-PENDENTES
           SET WS-IDX TO 1
           PERFORM P410-LISTAR-ITEM THRU P410-FIM
               UNTIL WS-IDX > WS-QTD
           IF WS-PENDENTES = 0
               DISPLAY 'NENHUM AJUSTE AGUARDANDO APROVACAO.'
           END-IF
           .
       P400-FIM.

       P410-LISTAR-ITEM.
           MOVE WS-ITEM(WS-IDX) TO REG-AJUSTFAT
           SET WS-IDX UP BY 1
           IF NOT AJ-PENDENTE
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-PENDENTES
           MOVE AJ-VALOR TO WS-VALOR-EDITADO
           DISPLAY '------------------------------------------------'
           IF AJ-NOTA-CREDITO
               DISPLAY 'PEDIDO ' AJ-SEQUENCIA ' - NOTA DE CREDITO'
           ELSE
               DISPLAY 'PEDIDO ' AJ-SEQUENCIA ' - BAIXA POR PERDA'
           END-IF
           DISPLAY 'FATURA: COMPETENCIA ' AJ-COMPETENCIA
                   ' GRUPO ' AJ-GRUPO ' VALOR R$ ' WS-VALOR-EDITADO
           DISPLAY 'MOTIVO ' AJ-MOTIVO ' - ' AJ-OBSERVACAO
           DISPLAY 'PEDIDO EM ' AJ-DATA ' POR ' AJ-OPERADOR
           .
       P410-FIM.

       P450-ESCOLHE-PENDENCIA.
           DISPLAY 'INFORME O NUMERO DO PEDIDO: '
           ACCEPT WS-SEQ-ESCOLHIDA

           SET ACHADO-OK TO FALSE
           MOVE 0 TO WS-POS-ACHADA
           SET WS-IDX TO 1
           PERFORM P460-PROCURA-PENDENCIA THRU P460-FIM
               UNTIL WS-IDX > WS-QTD OR ACHADO-OK

           IF NOT ACHADO-OK
               DISPLAY 'PEDIDO NAO ENCONTRADO OU JA DECIDIDO.'
           END-IF
           .
       P450-FIM.

       P460-PROCURA-PENDENCIA.
           MOVE WS-ITEM(WS-IDX) TO REG-AJUSTFAT
           IF AJ-SEQUENCIA = WS-SEQ-ESCOLHIDA AND AJ-PENDENTE
               SET ACHADO-OK TO TRUE
               SET WS-POS-ACHADA TO WS-IDX
           ELSE
               SET WS-IDX UP BY 1
           END-IF
           .
       P460-FIM.

       P500-APROVAR.
           PERFORM P450-ESCOLHE-PENDENCIA THRU P450-FIM
           IF NOT ACHADO-OK
               GO TO P500-FIM
           END-IF

           MOVE WS-ITEM(WS-POS-ACHADA) TO REG-AJUSTFAT
           IF AJ-OPERADOR = WS-OPERADOR
               DISPLAY 'O PEDIDO ' AJ-SEQUENCIA ' FOI FEITO POR '
                   'ESTE MESMO OPERADOR. A APROVACAO CABE A OUTRO '
                   'SUPERVISOR.'
               GO TO P500-FIM
           END-IF

           PERFORM P550-CALCULA-SALDO THRU P550-FIM
           MOVE WS-ITEM(WS-POS-ACHADA) TO REG-AJUSTFAT
           PERFORM P590-PROCURA-ACORDO THRU P590-FIM
           IF WS-ACORDO-NUMERO NOT = 0
               DISPLAY 'A FATURA FOI RENEGOCIADA NO ACORDO '
                   WS-ACORDO-NUMERO ' DEPOIS DO PEDIDO. '
                   'REJEITE-O: O SALDO E COBRADO PELO ACORDO.'
               GO TO P500-FIM
           END-IF
           MOVE WS-SALDO TO WS-VALOR-EDITADO
           DISPLAY 'PRINCIPAL EM ABERTO DA FATURA HOJE: R$ '
               WS-VALOR-EDITADO
           IF AJ-VALOR > WS-SALDO
               DISPLAY 'O VALOR DO PEDIDO PASSA DO SALDO EM ABERTO. '
                   'PEDIDO DESATUALIZADO - REJEITE-O E PECA UM NOVO '
                   'AJUSTE.'
               GO TO P500-FIM
           END-IF

           SET AJ-APROVADO         TO TRUE
           MOVE WS-OPERADOR        TO AJ-APROVADOR
           MOVE WS-DATA-SISTEMA    TO AJ-DT-DECISAO
           MOVE REG-AJUSTFAT       TO WS-ITEM(WS-POS-ACHADA)
           PERFORM P700-REGRAVAR-AJUSTES THRU P700-FIM
           DISPLAY 'PEDIDO ' AJ-SEQUENCIA ' APROVADO. O SALDO DA '
               'FATURA FOI ABATIDO.'
           .
       P500-FIM.

      * SALDO EM ABERTO = PRINCIPAL EM ABERTO DA FATURA (COMPETENCIA
      * + GRUPO) NA DATA DE HOJE, COM OS RECEBIMENTOS QUITANDO
      * PRIMEIRO OS ENCARGOS DE ATRASO E OS AJUSTES JA APROVADOS
      * ABATIDOS (ENCCALC).
       P550-CALCULA-SALDO.
           MOVE AJ-COMPETENCIA TO WS-COMPETENCIA
           MOVE AJ-GRUPO       TO WS-GRUPO
           MOVE 0 TO WS-VALOR-FATURA
           MOVE 0 TO WS-VALOR-RECEBIDO
           MOVE 0 TO WS-VALOR-APROVADO
           MOVE 0 TO EC-QTD-MOV

           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATHIST
           IF FS-HIS-OK
               PERFORM P560-SOMA-FATURA THRU P560-FIM
                   UNTIL EOF-OK
               CLOSE FATHIST
           END-IF

           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE
           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P570-SOMA-RECEBIDO THRU P570-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           END-IF
           SET EOF-OK TO FALSE

           SET WS-IDX TO 1
           PERFORM P580-SOMA-APROVADO THRU P580-FIM
               UNTIL WS-IDX > WS-QTD

           MOVE WS-COMPETENCIA  TO EC-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO EC-DATA-REF
           MOVE WS-VALOR-FATURA TO EC-VALOR-FATURA
           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           MOVE EC-ABERTO-PRINCIPAL TO WS-SALDO
           .
       P550-FIM.

       P560-SOMA-FATURA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF FH-COMPETENCIA = WS-COMPETENCIA
                           AND FH-GRUPO = WS-GRUPO
                       ADD FH-VALOR TO WS-VALOR-FATURA
                   END-IF
           END-READ
           .
       P560-FIM.

       P570-SOMA-RECEBIDO.
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
       P570-FIM.

       P580-SOMA-APROVADO.
           MOVE WS-ITEM(WS-IDX) TO REG-AJUSTFAT
           IF AJ-APROVADO AND AJ-COMPETENCIA = WS-COMPETENCIA
                   AND AJ-GRUPO = WS-GRUPO
               ADD AJ-VALOR TO WS-VALOR-APROVADO
               IF EC-QTD-MOV < 200
                   ADD 1 TO EC-QTD-MOV
                   MOVE AJ-TIPO       TO EC-MOV-TIPO(EC-QTD-MOV)
                   MOVE AJ-DT-DECISAO TO EC-MOV-DATA(EC-QTD-MOV)
                   MOVE AJ-VALOR      TO EC-MOV-VALOR(EC-QTD-MOV)
               END-IF
           END-IF
           SET WS-IDX UP BY 1
           .
       P580-FIM.

      * A FATURA COM LINHA F EM ALGUM ACORDO DE PARCELAMENTO ESTA
      * RENEGOCIADA: O SALDO E COBRADO PELAS PARCELAS DO ACORDO.
       P590-PROCURA-ACORDO.
           MOVE 0 TO WS-ACORDO-NUMERO
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE

           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P595-CONFERE-ACORDO THRU P595-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P590-FIM.

       P595-CONFERE-ACORDO.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ACO-FATURA
                           AND ACO-COMPETENCIA = WS-COMPETENCIA
                           AND ACO-GRUPO = WS-GRUPO
                       MOVE ACO-NUMERO TO WS-ACORDO-NUMERO
                   END-IF
           END-READ
           .
       P595-FIM.

       P600-REJEITAR.
           PERFORM P450-ESCOLHE-PENDENCIA THRU P450-FIM
           IF NOT ACHADO-OK
               GO TO P600-FIM
           END-IF

           MOVE WS-ITEM(WS-POS-ACHADA) TO REG-AJUSTFAT
           DISPLAY 'INFORME O MOTIVO DA REJEICAO: '
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           ACCEPT WS-MOTIVO-REJEICAO

           SET AJ-REJEITADO         TO TRUE
           MOVE WS-MOTIVO-REJEICAO  TO AJ-MOTIVO-REJEICAO
           MOVE WS-OPERADOR         TO AJ-APROVADOR
           MOVE WS-DATA-SISTEMA     TO AJ-DT-DECISAO
           MOVE REG-AJUSTFAT        TO WS-ITEM(WS-POS-ACHADA)
           PERFORM P700-REGRAVAR-AJUSTES THRU P700-FIM
           DISPLAY 'PEDIDO ' AJ-SEQUENCIA ' REJEITADO.'
           .
       P600-FIM.

       P700-REGRAVAR-AJUSTES.
           OPEN OUTPUT AJUSTFAT
           IF FS-AJU-OK
               SET WS-IDX TO 1
               PERFORM P710-REGRAVAR-ITEM THRU P710-FIM
                   UNTIL WS-IDX > WS-QTD
               CLOSE AJUSTFAT
           ELSE
               DISPLAY 'ERRO AO REGRAVAR O ARQUIVO DE AJUSTES (FS='
                       WS-FS-AJU ').'
           END-IF
           .
       P700-FIM.

       P710-REGRAVAR-ITEM.
           MOVE WS-ITEM(WS-IDX) TO REG-AJUSTFAT
           WRITE REG-AJUSTFAT
           SET WS-IDX UP BY 1
           .
       P710-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM APROVAJU.
