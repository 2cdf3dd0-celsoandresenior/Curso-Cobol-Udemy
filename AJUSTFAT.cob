      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: PEDIDO DE AJUSTE DE FATURA DO DIRETORIO: NOTA DE
      *          CREDITO (PARCIAL OU TOTAL) OU BAIXA POR PERDA DO
      *          SALDO INCOBRAVEL, CONTRA UMA FATURA DO FATHIST
      *          (COMPETENCIA + GRUPO), COM O CODIGO DE MOTIVO DA
      *          AJUTAB E O OPERADOR QUE PEDIU. O PEDIDO FICA
      *          PENDENTE NO AJUSTFAT (VEJA AJUSTFAT.cpy) ATE O
      *          SUPERVISOR APROVAR NO APROVAJU; SO ENTAO ABATE O
      *          SALDO EM ABERTO. O VALOR NAO PODE PASSAR DO SALDO
      *          DISPONIVEL (PRINCIPAL EM ABERTO APURADO PELO ENCCALC,
      *          EM QUE OS RECEBIMENTOS QUITAM PRIMEIRO A MULTA E OS
      *          JUROS DE MORA, MENOS OS AJUSTES PENDENTES); A BAIXA
      *          POR PERDA LEVA O SALDO TODO E, NA APROVACAO, BAIXA
      *          TAMBEM OS ENCARGOS EM ABERTO. FATURA RENEGOCIADA
      *          EM ACORDO DE PARCELAMENTO (ACORDO) NAO E AJUSTADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTFAT.

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
               FILE STATUS IS WS-FS-AJU.

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

               SELECT AJUTAB ASSIGN TO DYNAMIC
               WS-AJUTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

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

      * MOTIVOS DE AJUSTE, MANTIDOS PELO MANUTTAB (OPCAO 22).
       FD AJUTAB.
       01 REG-AJUTAB.
           03 AJUTAB-COD                PIC 9(02).
           03 AJUTAB-DESC               PIC X(20).
           03 AJUTAB-ATIVO              PIC X(01).
               88 AJUTAB-DESATIVADO         VALUE 'N'.

       WORKING-STORAGE SECTION.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.
       77 WS-AJUTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\AJUTAB.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.
       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.
       77 WS-FS-TAB                 PIC 99.
          88 FS-TAB-OK              VALUE 0.

       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-GRUPO                  PIC 9(02) VALUE ZEROES.
       77 WS-TIPO                   PIC X(01) VALUE SPACES.
          88 TIPO-NOTA-CREDITO      VALUE 'C'.
          88 TIPO-BAIXA-PERDA       VALUE 'B'.
       77 WS-MOTIVO                 PIC 9(02) VALUE ZEROES.
       77 WS-MOTIVO-DESC            PIC X(20) VALUE SPACES.
       77 WS-OBSERVACAO             PIC X(40) VALUE SPACES.
       77 WS-VALOR-AJUSTE           PIC S9(11)V99 VALUE ZEROES.
       77 WS-CONFIRMA               PIC X(01) VALUE 'N'.

       77 WS-VALOR-FATURA           PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-RECEBIDO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-APROVADO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-PENDENTE         PIC S9(11)V99 VALUE ZEROES.
       77 WS-DISPONIVEL             PIC S9(11)V99 VALUE ZEROES.

      * ACORDO DE PARCELAMENTO EM QUE A FATURA FOI RENEGOCIADA.
       77 WS-ACORDO-NUMERO          PIC 9(05) VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.

      * RECEBIMENTOS E AJUSTES APROVADOS DA FATURA PARA O ENCCALC.
          COPY ENCCALC.

       77 WS-ULT-SEQUENCIA          PIC 9(05) VALUE ZEROES.
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-FATURA-ACHADA          PIC X VALUE 'N'.
          88 FATURA-ACHADA          VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-VALIDO          PIC X VALUE 'N'.
          88 MOTIVO-VALIDO          VALUE 'S' FALSE 'N'.

       77 WS-GRAVADOS               PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** AJUSTE DE FATURA (NOTA DE CREDITO/BAIXA) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           SET EXIT-OK TO FALSE
           PERFORM P200-PEDIR THRU P200-FIM UNTIL EXIT-OK
           DISPLAY 'AJUSTES PEDIDOS: ' WS-GRAVADOS
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

           DISPLAY 'AJUTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-AJUTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\AJUTAB.TXT' TO WS-AJUTAB-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-PEDIR.
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           DISPLAY 'INFORME O GRUPO (CODIGO DA GRUPTAB): '
           ACCEPT WS-GRUPO

           PERFORM P300-PROCURA-FATURA THRU P300-FIM
           IF NOT FATURA-ACHADA
               DISPLAY 'FATURA NAO ENCONTRADA NO FATHIST PARA '
                   'ESSA COMPETENCIA/GRUPO. AJUSTE RECUSADO.'
               GO TO P200-CONTINUA
           END-IF
           PERFORM P350-PROCURA-ACORDO THRU P350-FIM
           IF WS-ACORDO-NUMERO NOT = 0
               DISPLAY 'FATURA RENEGOCIADA NO ACORDO '
                   WS-ACORDO-NUMERO '. AJUSTE RECUSADO.'
               GO TO P200-CONTINUA
           END-IF
           PERFORM P400-SOMA-RECEBIMENTOS THRU P400-FIM
           PERFORM P450-SOMA-AJUSTES THRU P450-FIM
           MOVE WS-COMPETENCIA  TO EC-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO EC-DATA-REF
           MOVE WS-VALOR-FATURA TO EC-VALOR-FATURA
           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           COMPUTE WS-DISPONIVEL = EC-ABERTO-PRINCIPAL
               - WS-VALOR-PENDENTE
           END-COMPUTE

           MOVE WS-VALOR-FATURA TO WS-VALOR-EDITADO
           DISPLAY 'VALOR FATURADO......: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-RECEBIDO TO WS-VALOR-EDITADO
           DISPLAY 'VALOR RECEBIDO......: R$ ' WS-VALOR-EDITADO
           COMPUTE WS-VALOR-EDITADO = EC-PAGO-MULTA + EC-PAGO-JUROS
           DISPLAY '  FOI PARA ENCARGOS.: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-APROVADO TO WS-VALOR-EDITADO
           DISPLAY 'AJUSTES APROVADOS...: R$ ' WS-VALOR-EDITADO
           MOVE EC-ABERTO-PRINCIPAL TO WS-VALOR-EDITADO
           DISPLAY 'PRINCIPAL EM ABERTO.: R$ ' WS-VALOR-EDITADO
           COMPUTE WS-VALOR-EDITADO =
               EC-ABERTO-MULTA + EC-ABERTO-JUROS
           DISPLAY 'ENCARGOS EM ABERTO..: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-PENDENTE TO WS-VALOR-EDITADO
           DISPLAY 'AJUSTES PENDENTES...: R$ ' WS-VALOR-EDITADO
           MOVE WS-DISPONIVEL TO WS-VALOR-EDITADO
           DISPLAY 'SALDO DISPONIVEL....: R$ ' WS-VALOR-EDITADO
           IF WS-DISPONIVEL NOT > 0
               DISPLAY 'FATURA SEM SALDO A AJUSTAR. AJUSTE RECUSADO.'
               GO TO P200-CONTINUA
           END-IF

           DISPLAY 'TIPO DE AJUSTE (C = NOTA DE CREDITO, '
                   'B = BAIXA POR PERDA): '
           MOVE SPACES TO WS-TIPO
           ACCEPT WS-TIPO
           EVALUATE TRUE
               WHEN TIPO-NOTA-CREDITO
                   DISPLAY 'INFORME O VALOR DO CREDITO (SO DIGITOS, '
                           'DUAS CASAS DECIMAIS): '
                   ACCEPT WS-VALOR-AJUSTE
                   IF WS-VALOR-AJUSTE NOT > 0
                           OR WS-VALOR-AJUSTE > WS-DISPONIVEL
                       DISPLAY 'VALOR FORA DO SALDO DISPONIVEL. '
                           'AJUSTE RECUSADO.'
                       GO TO P200-CONTINUA
                   END-IF
               WHEN TIPO-BAIXA-PERDA
                   MOVE WS-DISPONIVEL TO WS-VALOR-AJUSTE
                   MOVE WS-VALOR-AJUSTE TO WS-VALOR-EDITADO
                   DISPLAY 'A BAIXA LEVA O SALDO DISPONIVEL: R$ '
                       WS-VALOR-EDITADO
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO. AJUSTE RECUSADO.'
                   GO TO P200-CONTINUA
           END-EVALUATE

           DISPLAY 'INFORME O MOTIVO (CODIGO DA AJUTAB): '
           ACCEPT WS-MOTIVO
           PERFORM P500-PROCURA-MOTIVO THRU P500-FIM
           IF NOT MOTIVO-VALIDO
               GO TO P200-CONTINUA
           END-IF
           DISPLAY 'MOTIVO: ' WS-MOTIVO-DESC
           DISPLAY 'OBSERVACAO (OPCIONAL): '
           MOVE SPACES TO WS-OBSERVACAO
           ACCEPT WS-OBSERVACAO

           DISPLAY 'CONFIRMA O PEDIDO DE AJUSTE (S/N)? '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'PEDIDO ABANDONADO.'
               GO TO P200-CONTINUA
           END-IF
           PERFORM P600-GRAVAR-AJUSTE THRU P600-FIM
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

      * A FATURA COM LINHA F EM ALGUM ACORDO DE PARCELAMENTO ESTA
      * RENEGOCIADA: O SALDO E COBRADO PELAS PARCELAS DO ACORDO.
       P350-PROCURA-ACORDO.
           MOVE 0 TO WS-ACORDO-NUMERO
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
               NOT AT END
                   IF ACO-FATURA
                           AND ACO-COMPETENCIA = WS-COMPETENCIA
                           AND ACO-GRUPO = WS-GRUPO
                       MOVE ACO-NUMERO TO WS-ACORDO-NUMERO
                   END-IF
           END-READ
           .
       P360-FIM.

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

      * AJUSTES JA APROVADOS E AINDA PENDENTES DA FATURA, E O ULTIMO
      * NUMERO DE SEQUENCIA USADO NO ARQUIVO.
       P450-SOMA-AJUSTES.
           MOVE 0 TO WS-VALOR-APROVADO
           MOVE 0 TO WS-VALOR-PENDENTE
           MOVE 0 TO WS-ULT-SEQUENCIA
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
                   GO TO P460-FIM
           END-READ
           IF AJ-SEQUENCIA > WS-ULT-SEQUENCIA
               MOVE AJ-SEQUENCIA TO WS-ULT-SEQUENCIA
           END-IF
           IF AJ-COMPETENCIA NOT = WS-COMPETENCIA
                   OR AJ-GRUPO NOT = WS-GRUPO
               GO TO P460-FIM
           END-IF
           IF AJ-APROVADO
               ADD AJ-VALOR TO WS-VALOR-APROVADO
               IF EC-QTD-MOV < 200
                   ADD 1 TO EC-QTD-MOV
                   MOVE AJ-TIPO       TO EC-MOV-TIPO(EC-QTD-MOV)
                   MOVE AJ-DT-DECISAO TO EC-MOV-DATA(EC-QTD-MOV)
                   MOVE AJ-VALOR      TO EC-MOV-VALOR(EC-QTD-MOV)
               END-IF
           END-IF
           IF AJ-PENDENTE
               ADD AJ-VALOR TO WS-VALOR-PENDENTE
           END-IF
           .
       P460-FIM.

       P500-PROCURA-MOTIVO.
           SET MOTIVO-VALIDO TO FALSE
           MOVE SPACES TO WS-MOTIVO-DESC
           SET EOF-OK TO FALSE
           SET FS-TAB-OK TO TRUE
           OPEN INPUT AJUTAB
           IF NOT FS-TAB-OK
               DISPLAY 'TABELA DE MOTIVOS DE AJUSTE INDISPONIVEL '
                       '(FS=' WS-FS-TAB '). AJUSTE RECUSADO.'
               GO TO P500-FIM
           END-IF
           PERFORM P510-CONFERE-MOTIVO THRU P510-FIM
               UNTIL EOF-OK OR MOTIVO-VALIDO
           CLOSE AJUTAB
           SET EOF-OK TO FALSE
           IF NOT MOTIVO-VALIDO
               DISPLAY 'MOTIVO INEXISTENTE OU DESATIVADO NA AJUTAB. '
                   'AJUSTE RECUSADO.'
           END-IF
           .
       P500-FIM.

       P510-CONFERE-MOTIVO.
           READ AJUTAB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AJUTAB-COD = WS-MOTIVO
                           AND NOT AJUTAB-DESATIVADO
                       SET MOTIVO-VALIDO TO TRUE
                       MOVE AJUTAB-DESC TO WS-MOTIVO-DESC
                   END-IF
           END-READ
           .
       P510-FIM.

       P600-GRAVAR-AJUSTE.
           SET FS-AJU-OK TO TRUE
           OPEN EXTEND AJUSTFAT
           IF WS-FS-AJU EQUAL 35
               OPEN OUTPUT AJUSTFAT
           END-IF

           IF FS-AJU-OK
               MOVE SPACES            TO REG-AJUSTFAT
               ADD 1 TO WS-ULT-SEQUENCIA
               MOVE WS-ULT-SEQUENCIA  TO AJ-SEQUENCIA
               MOVE WS-COMPETENCIA    TO AJ-COMPETENCIA
               MOVE WS-GRUPO          TO AJ-GRUPO
               MOVE WS-TIPO           TO AJ-TIPO
               MOVE WS-MOTIVO         TO AJ-MOTIVO
               MOVE WS-VALOR-AJUSTE   TO AJ-VALOR
               MOVE WS-OBSERVACAO     TO AJ-OBSERVACAO
               MOVE WS-DATA-SISTEMA   TO AJ-DATA
               MOVE WS-OPERADOR       TO AJ-OPERADOR
               SET AJ-PENDENTE        TO TRUE
               MOVE 0                 TO AJ-DT-DECISAO
               MOVE 0                 TO AJ-COMP-CONTABIL
               WRITE REG-AJUSTFAT
               CLOSE AJUSTFAT
               ADD 1 TO WS-GRAVADOS
               DISPLAY 'AJUSTE ' AJ-SEQUENCIA ' REGISTRADO. AGUARDA '
                   'A APROVACAO DO SUPERVISOR (APROVAJU).'
           ELSE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE AJUSTES '
                       '(FS=' WS-FS-AJU ').'
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM AJUSTFAT.
