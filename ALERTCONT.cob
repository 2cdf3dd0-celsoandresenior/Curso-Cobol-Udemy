      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: TRATAMENTO DA FILA DE ALERTAS DE FALHA DA JANELA
      *          BATCH (VEJA ALRFILA.cpy): O OPERADOR DA MANHA LISTA
      *          OS ALERTAS EM ABERTO (OS CRITICOS E OS JA ESCALADOS
      *          PARA O SUPERVISOR VEM MARCADOS), CONSULTA O HISTORICO
      *          RECENTE E RECONHECE UM ALERTA INFORMANDO O PROPRIO
      *          NOME E UMA NOTA DE RESOLUCAO (COM DATA E HORA). SO O
      *          RECONHECIMENTO FECHA O ALERTA; ENQUANTO UM ALERTA
      *          CRITICO DE NOITE ANTERIOR ESTIVER ABERTO O BATCHEOD
      *          NAO INICIA A CADEIA. O ARQUIVO E CARREGADO EM MEMORIA
      *          E REGRAVADO INTEIRO, NO MOLDE DO CASOCONT; A FILA E
      *          RELIDA ANTES DE CADA RECONHECIMENTO PARA NAO PERDER
      *          UM ALERTA ABERTO ENQUANTO A TELA ESTAVA PARADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALRFILA ASSIGN TO DYNAMIC
               WS-ALRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALR.

       DATA DIVISION.

       FILE SECTION.
       FD ALRFILA.
          COPY ALRFILA.

       WORKING-STORAGE SECTION.
       77 WS-ALRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'.
       77 WS-FS-ALR                 PIC 99.
          88 FS-ALR-OK              VALUE 0.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-NOME-OPERADOR          PIC X(20) VALUE SPACES.
       77 WS-NOTA                   PIC X(60) VALUE SPACES.

      * COPIA EM MEMORIA DA FILA (REGRAVADA INTEIRA A CADA
      * RECONHECIMENTO). OS ALERTAS NUNCA SAEM DO ARQUIVO; SE A
      * FILA PASSAR DO LIMITE A REGRAVACAO E RECUSADA PARA NAO
      * TRUNCAR O HISTORICO.
       77 WS-QTD                    PIC 9(04) VALUE ZEROES.
       01 WS-TAB-ALERTAS.
           03 WS-ALERTA OCCURS 2000 TIMES INDEXED BY WS-IDX
                                    PIC X(168).
       77 WS-CHEIA                  PIC X VALUE 'N'.
          88 FILA-CHEIA             VALUE 'S' FALSE 'N'.

       77 WS-SEQ-ESCOLHIDA          PIC 9(06) VALUE ZEROES.
       77 WS-POS-ACHADA             PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-ABERTOS                PIC 9(04) VALUE ZEROES.
       77 WS-CRITICOS               PIC 9(04) VALUE ZEROES.
       77 WS-LISTADOS               PIC 9(04) VALUE ZEROES.
       77 WS-MARCAS                 PIC X(16) VALUE SPACES.
       77 WS-DIAS-HIST              PIC 9(03) VALUE ZEROES.
       77 WS-DATA-CORTE             PIC 9(08) VALUE ZEROES.
       77 WS-OPCAO                  PIC 9(01) VALUE ZEROES.
       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ALERTAS DE FALHA DA JANELA BATCH ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CARREGAR THRU P200-FIM
           SET SAIR-OK TO FALSE
           PERFORM P300-MENU THRU P300-FIM UNTIL SAIR-OK
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ALRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ALRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'
                   TO WS-ALRFILA-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

       P200-CARREGAR.
           MOVE 0 TO WS-QTD
           MOVE 0 TO WS-ABERTOS
           MOVE 0 TO WS-CRITICOS
           SET FILA-CHEIA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ALR-OK TO TRUE

           OPEN INPUT ALRFILA
           IF FS-ALR-OK
               PERFORM P210-CARREGAR-ALERTA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE ALRFILA
           ELSE
               DISPLAY 'FILA DE ALERTAS AINDA NAO EXISTE. NENHUMA '
                   'FALHA REGISTRADA.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-ALERTA.
           READ ALRFILA
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-QTD < 2000
                       ADD 1 TO WS-QTD
                       MOVE REG-ALRFILA TO WS-ALERTA(WS-QTD)
                       IF ALR-ABERTO
                           ADD 1 TO WS-ABERTOS
                           IF ALR-CRITICA
                               ADD 1 TO WS-CRITICOS
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'ATENCAO: LIMITE DE 2000 ALERTAS '
                           'ATINGIDO. ARQUIVE A FILA ANTES DE '
                           'RECONHECER.'
                       SET FILA-CHEIA TO TRUE
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P210-FIM.

       P300-MENU.
           DISPLAY ' '
           DISPLAY 'FILA DE ALERTAS - ' WS-ABERTOS ' EM ABERTO ('
               WS-CRITICOS ' CRITICOS)'
           DISPLAY '1 - LISTAR ALERTAS EM ABERTO'
           DISPLAY '2 - RECONHECER UM ALERTA'
           DISPLAY '3 - HISTORICO DOS ULTIMOS DIAS'
           DISPLAY '4 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P400-LISTAR THRU P400-FIM
               WHEN 2
                   PERFORM P600-RECONHECER THRU P600-FIM
               WHEN 3
                   PERFORM P500-HISTORICO THRU P500-FIM
               WHEN 4
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .
       P300-FIM.

       P400-LISTAR.
           MOVE 0 TO WS-LISTADOS
           SET WS-IDX TO 1
           PERFORM P410-LISTAR-ALERTA THRU P410-FIM
               UNTIL WS-IDX > WS-QTD
           IF WS-LISTADOS = 0
               DISPLAY 'NENHUM ALERTA EM ABERTO.'
           END-IF
           .
       P400-FIM.

       P410-LISTAR-ALERTA.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           IF ALR-ABERTO
               ADD 1 TO WS-LISTADOS
               PERFORM P420-MOSTRAR-ALERTA THRU P420-FIM
           END-IF
           SET WS-IDX UP BY 1
           .
       P410-FIM.

       P420-MOSTRAR-ALERTA.
           MOVE SPACES TO WS-MARCAS
           IF ALR-CRITICA
               MOVE 'CRITICO'    TO WS-MARCAS(1:8)
           END-IF
           IF ALR-JA-ESCALADO
               MOVE 'ESCALADO'   TO WS-MARCAS(9:8)
           END-IF
           DISPLAY 'ALERTA ' ALR-SEQUENCIA ' ' ALR-PROGRAMA
               ' CADEIA ' ALR-CADEIA ' PASSO ' ALR-PASSO
               ' RC ' ALR-RC ' EM ' ALR-DATA ' ' ALR-HORA(1:4)
               ' (PROC ' ALR-DATA-PROC ') ' WS-MARCAS
           IF ALR-RECONHECIDO
               DISPLAY '    RECONHECIDO POR ' ALR-OPERADOR
                   ' EM ' ALR-DT-RECONHECIDO ' '
                   ALR-HORA-RECONHECIDO(1:4) ': ' ALR-NOTA
           END-IF
           .
       P420-FIM.

       P500-HISTORICO.
           DISPLAY 'QUANTOS DIAS PARA TRAS (PADRAO 7)? '
           MOVE 0 TO WS-DIAS-HIST
           ACCEPT WS-DIAS-HIST
           IF WS-DIAS-HIST = 0
               MOVE 7 TO WS-DIAS-HIST
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - WS-DIAS-HIST)

           MOVE 0 TO WS-LISTADOS
           SET WS-IDX TO 1
           PERFORM P510-HISTORICO-ALERTA THRU P510-FIM
               UNTIL WS-IDX > WS-QTD
           IF WS-LISTADOS = 0
               DISPLAY 'NENHUM ALERTA DESDE ' WS-DATA-CORTE '.'
           END-IF
           .
       P500-FIM.

       P510-HISTORICO-ALERTA.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           IF ALR-DATA NOT < WS-DATA-CORTE
               ADD 1 TO WS-LISTADOS
               PERFORM P420-MOSTRAR-ALERTA THRU P420-FIM
           END-IF
           SET WS-IDX UP BY 1
           .
       P510-FIM.

       P600-RECONHECER.
           PERFORM P200-CARREGAR THRU P200-FIM
           IF FILA-CHEIA
               DISPLAY 'FILA ACIMA DO LIMITE. RECONHECIMENTO '
                   'RECUSADO PARA NAO TRUNCAR O ARQUIVO.'
               GO TO P600-FIM
           END-IF

           DISPLAY 'INFORME O NUMERO DO ALERTA: '
           MOVE 0 TO WS-SEQ-ESCOLHIDA
           ACCEPT WS-SEQ-ESCOLHIDA

           SET ACHADO-OK TO FALSE
           MOVE 0 TO WS-POS-ACHADA
           SET WS-IDX TO 1
           PERFORM P610-PROCURA-ALERTA THRU P610-FIM
               UNTIL WS-IDX > WS-QTD OR ACHADO-OK
           IF NOT ACHADO-OK
               DISPLAY 'ALERTA NAO ENCONTRADO OU JA RECONHECIDO.'
               GO TO P600-FIM
           END-IF
           MOVE WS-ALERTA(WS-POS-ACHADA) TO REG-ALRFILA
           PERFORM P420-MOSTRAR-ALERTA THRU P420-FIM

           DISPLAY 'SEU NOME (ENTER = ' WS-OPERADOR '): '
           MOVE SPACES TO WS-NOME-OPERADOR
           ACCEPT WS-NOME-OPERADOR
           IF WS-NOME-OPERADOR = SPACES
               MOVE WS-OPERADOR TO WS-NOME-OPERADOR
           END-IF
           IF WS-NOME-OPERADOR = SPACES
               DISPLAY 'NOME OBRIGATORIO. ALERTA NAO RECONHECIDO.'
               GO TO P600-FIM
           END-IF

           DISPLAY 'NOTA DE RESOLUCAO: '
           MOVE SPACES TO WS-NOTA
           ACCEPT WS-NOTA
           IF WS-NOTA = SPACES
               DISPLAY 'NOTA OBRIGATORIA. ALERTA NAO RECONHECIDO.'
               GO TO P600-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'R'              TO ALR-SITUACAO
           MOVE WS-NOME-OPERADOR TO ALR-OPERADOR
           MOVE WS-DATA-SISTEMA  TO ALR-DT-RECONHECIDO
           MOVE WS-HORA-SISTEMA  TO ALR-HORA-RECONHECIDO
           MOVE WS-NOTA          TO ALR-NOTA
           MOVE REG-ALRFILA TO WS-ALERTA(WS-POS-ACHADA)
           SUBTRACT 1 FROM WS-ABERTOS
           IF ALR-CRITICA
               SUBTRACT 1 FROM WS-CRITICOS
           END-IF
           DISPLAY 'ALERTA ' ALR-SEQUENCIA ' RECONHECIDO POR '
                   WS-NOME-OPERADOR '.'
           PERFORM P800-REGRAVAR THRU P800-FIM
           .
       P600-FIM.

       P610-PROCURA-ALERTA.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           IF ALR-SEQUENCIA = WS-SEQ-ESCOLHIDA AND ALR-ABERTO
               SET ACHADO-OK TO TRUE
               SET WS-POS-ACHADA TO WS-IDX
           ELSE
               SET WS-IDX UP BY 1
           END-IF
           .
       P610-FIM.

       P800-REGRAVAR.
           OPEN OUTPUT ALRFILA
           IF FS-ALR-OK
               SET WS-IDX TO 1
               PERFORM P810-REGRAVAR-ALERTA THRU P810-FIM
                   UNTIL WS-IDX > WS-QTD
               CLOSE ALRFILA
           ELSE
               DISPLAY 'ERRO AO REGRAVAR A FILA DE ALERTAS (FS='
                       WS-FS-ALR ').'
           END-IF
           .
       P800-FIM.

       P810-REGRAVAR-ALERTA.
           MOVE WS-ALERTA(WS-IDX) TO REG-ALRFILA
           WRITE REG-ALRFILA
           SET WS-IDX UP BY 1
           .
       P810-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ALERTCONT.
