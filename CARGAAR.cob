      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO ARQUIVO DE RASTREAMENTO E AVISO DE
      *          RECEBIMENTO (AR) DOS CORREIOS NAS CARTAS DE COBRANCA
      *          REGISTRADAS (COBRAREG, GRAVADO PELO COBRACONT). CADA
      *          EVENTO DO ARQUIVO ATUALIZA A CARTA DO MESMO NUMERO DE
      *          OBJETO COMO ENTREGUE, RECUSADA OU NAO ENTREGUE, COM
      *          A DATA E, NA ENTREGA, O NOME DE QUEM ASSINOU O AR.
      *          VALE O EVENTO MAIS RECENTE; EVENTO MAIS ANTIGO QUE A
      *          SITUACAO JA GRAVADA NAO A DESFAZ.
      *          COMO O CARGANMP, UMA PRIMEIRA PASSADA CONFERE
      *          HEADER, TRAILER E QUANTIDADE DE DETALHES E RECUSA
      *          ARQUIVO JA CARREGADO PELO REGISTRO ARQREG (ORIGEM
      *          'ARCORREIO', DATA DO HEADER). A GERACAO ANTERIOR DO
      *          COBRAREG FICA EM COBRAREG.OLD PARA RECUO.
      *          LAYOUT DOS CORREIOS: 'H' + DATA DO ARQUIVO(8); 'D' +
      *          NUMERO DO OBJETO(13) + SITUACAO(1: E = ENTREGUE,
      *          R = RECUSADO, N = NAO ENTREGUE) + DATA DO EVENTO(8) +
      *          RECEBEDOR(30); 'T' + QUANTIDADE DE DETALHES(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCORREIO ASSIGN TO DYNAMIC
               WS-ARCORREIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

               SELECT COBRAREG ASSIGN TO DYNAMIC
               WS-COBRAREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRG.

               SELECT GERACAO ASSIGN TO DYNAMIC
               WS-GERACAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GER.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

       DATA DIVISION.

       FILE SECTION.
       FD ARCORREIO.
       01 REG-ARCORREIO.
           03 ARC-TIPO               PIC X(01).
               88 ARC-HEADER             VALUE 'H'.
               88 ARC-DETALHE            VALUE 'D'.
               88 ARC-TRAILER            VALUE 'T'.
           03 ARC-RESTO              PIC X(79).
       01 ARC-VISAO-HEADER REDEFINES REG-ARCORREIO.
           03 FILLER                 PIC X(01).
           03 ARC-DATA-ARQUIVO       PIC 9(08).
           03 FILLER                 PIC X(71).
       01 ARC-VISAO-DETALHE REDEFINES REG-ARCORREIO.
           03 FILLER                 PIC X(01).
           03 ARC-RASTREIO           PIC X(13).
           03 ARC-SITUACAO           PIC X(01).
               88 ARC-SITUACAO-VALIDA    VALUE 'E' 'R' 'N'.
           03 ARC-DATA               PIC 9(08).
           03 ARC-RECEBEDOR          PIC X(30).
           03 FILLER                 PIC X(27).
       01 ARC-VISAO-TRAILER REDEFINES REG-ARCORREIO.
           03 FILLER                 PIC X(01).
           03 ARC-QTD-DETALHES       PIC 9(07).
           03 FILLER                 PIC X(72).

       FD COBRAREG.
          COPY COBRAREG.

       FD GERACAO.
       01 REG-GERACAO               PIC X(81).

       FD ARQREG.
          COPY ARQREG.

       WORKING-STORAGE SECTION.
       77 WS-ARCORREIO-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARCORREIO.TXT'.
       77 WS-COBRAREG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COBRAREG.TXT'.
       77 WS-GERACAO-PATH           PIC X(100) VALUE SPACES.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-ARC                 PIC 99.
          88 FS-ARC-OK              VALUE 0.
       77 WS-FS-CRG                 PIC 99.
          88 FS-CRG-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

       77 WS-ORIGEM                 PIC X(10) VALUE 'ARCORREIO'.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

      * EVENTOS DO ARQUIVO, NA ORDEM EM QUE VIERAM.
       77 WS-EVT-QTD                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-EVENTOS.
           03 WS-EVT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EVT-IDX.
               05 WS-EVT-RASTREIO    PIC X(13).
               05 WS-EVT-SITUACAO    PIC X(01).
               05 WS-EVT-DATA        PIC 9(08).
               05 WS-EVT-RECEBEDOR   PIC X(30).
               05 WS-EVT-USADO       PIC X(01).
                   88 EVT-USADO          VALUE 'S'.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(07) VALUE ZEROES.
       77 WS-DESCONHECIDOS          PIC 9(07) VALUE ZEROES.
       77 WS-CARTAS-LIDAS           PIC 9(07) VALUE ZEROES.
       77 WS-ENTREGUES              PIC 9(07) VALUE ZEROES.
       77 WS-RECUSADAS              PIC 9(07) VALUE ZEROES.
       77 WS-NAO-ENTREGUES          PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO RASTREAMENTO/AR DOS CORREIOS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERIR THRU P200-FIM
           IF ARQUIVO-OK
               PERFORM P300-CARREGAR-EVENTOS THRU P300-FIM
           END-IF
           IF ARQUIVO-OK
               PERFORM P400-GUARDAR-GERACAO THRU P400-FIM
           END-IF
           IF ARQUIVO-OK
               PERFORM P500-APLICAR THRU P500-FIM
           END-IF
           IF ARQUIVO-OK
               PERFORM P550-LISTAR-DESCONHECIDOS THRU P550-FIM
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-QTD
               PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM
               DISPLAY 'EVENTOS NO ARQUIVO....: ' WS-CONTADOS
               DISPLAY 'EVENTOS INVALIDOS.....: ' WS-INVALIDOS
               DISPLAY 'OBJETOS DESCONHECIDOS.: ' WS-DESCONHECIDOS
               DISPLAY 'CARTAS REGISTRADAS....: ' WS-CARTAS-LIDAS
               DISPLAY 'ENTREGUES.............: ' WS-ENTREGUES
               DISPLAY 'RECUSADAS.............: ' WS-RECUSADAS
               DISPLAY 'NAO ENTREGUES.........: ' WS-NAO-ENTREGUES
               IF (WS-INVALIDOS > 0 OR WS-DESCONHECIDOS > 0)
                       AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ARCORREIO_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARCORREIO-PATH    FROM ENVIRONMENT-VALUE
           IF WS-ARCORREIO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARCORREIO.TXT'
                   TO WS-ARCORREIO-PATH
           END-IF

           DISPLAY 'COBRAREG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COBRAREG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COBRAREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COBRAREG.TXT'
                   TO WS-COBRAREG-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      * PRIMEIRA PASSADA: SO LEITURA. O ARQUIVO SO E APLICADO SE
      * CHEGOU INTEIRO E AINDA NAO FOI CARREGADO.
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ARC-OK TO TRUE

           OPEN INPUT ARCORREIO
           IF NOT FS-ARC-OK
               DISPLAY 'ARQUIVO DE RASTREAMENTO NAO ENCONTRADO (FS='
                       WS-FS-ARC ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           READ ARCORREIO
               AT END
                   DISPLAY 'ARQUIVO DE RASTREAMENTO VAZIO.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARCORREIO
                   GO TO P200-FIM
           END-READ
           IF NOT ARC-HEADER OR ARC-DATA-ARQUIVO NOT NUMERIC
               DISPLAY 'ARQUIVO SEM HEADER VALIDO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE ARCORREIO
               GO TO P200-FIM
           END-IF
           MOVE ARC-DATA-ARQUIVO TO WS-DATA-ARQUIVO

           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'RASTREAMENTO DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE ARCORREIO
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           PERFORM P210-CONTAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE ARCORREIO

           IF NOT TRAILER-VISTO
               DISPLAY 'ARQUIVO SEM TRAILER. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           IF WS-QTD-TRAILER NOT = WS-CONTADOS
               DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                   ' DETALHES, LIDOS ' WS-CONTADOS '. ARQUIVO '
                   'RECUSADO.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           IF WS-CONTADOS > 2000
               DISPLAY 'ARQUIVO COM MAIS DE 2000 EVENTOS. DIVIDA-O '
                   'ANTES DA CARGA. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           .
       P200-FIM.

       P210-CONTAR-LINHA.
           READ ARCORREIO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARC-DETALHE
                           ADD 1 TO WS-CONTADOS
                       WHEN ARC-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE ARC-QTD-DETALHES TO WS-QTD-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P210-FIM.

       P250-CONFERE-ARQREG.
           SET JA-PROCESSADO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT ARQREG
           IF FS-ARQ-OK
               PERFORM P260-CONFERE-UM THRU P260-FIM
                   UNTIL EOF-OK OR JA-PROCESSADO
               CLOSE ARQREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CONFERE-UM.
           READ ARQREG
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ARQ-ORIGEM = WS-ORIGEM
                           AND ARQ-DATA = WS-DATA-ARQUIVO
                           AND ARQ-PROGRAMA = 'CARGAAR'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      * SEGUNDA PASSADA: OS EVENTOS VALIDOS VAO PARA A MEMORIA.
       P300-CARREGAR-EVENTOS.
           MOVE 0 TO WS-EVT-QTD
           SET EOF-OK TO FALSE
           SET FS-ARC-OK TO TRUE
           OPEN INPUT ARCORREIO
           IF NOT FS-ARC-OK
               DISPLAY 'ERRO AO REABRIR O RASTREAMENTO (FS='
                       WS-FS-ARC ').'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               GO TO P300-FIM
           END-IF
           PERFORM P310-CARREGAR-EVENTO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE ARCORREIO
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CARREGAR-EVENTO.
           READ ARCORREIO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT ARC-DETALHE
               GO TO P310-FIM
           END-IF
           IF ARC-RASTREIO = SPACES OR NOT ARC-SITUACAO-VALIDA
                   OR ARC-DATA NOT NUMERIC
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'EVENTO INVALIDO NO RASTREAMENTO: '
                   ARC-RESTO(1:22) '. LINHA IGNORADA.'
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-EVT-QTD
           MOVE ARC-RASTREIO  TO WS-EVT-RASTREIO(WS-EVT-QTD)
           MOVE ARC-SITUACAO  TO WS-EVT-SITUACAO(WS-EVT-QTD)
           MOVE ARC-DATA      TO WS-EVT-DATA(WS-EVT-QTD)
           MOVE ARC-RECEBEDOR TO WS-EVT-RECEBEDOR(WS-EVT-QTD)
           MOVE 'N'           TO WS-EVT-USADO(WS-EVT-QTD)
           .
       P310-FIM.

      * GERACAO ANTERIOR GUARDADA EM COBRAREG.OLD PARA RECUO; A NOVA
      * E GRAVADA A PARTIR DELA.
       P400-GUARDAR-GERACAO.
           MOVE SPACES TO WS-GERACAO-PATH
           STRING WS-COBRAREG-PATH DELIMITED BY SPACE
                  '.OLD'           DELIMITED BY SIZE
                  INTO WS-GERACAO-PATH
           END-STRING
           SET FS-CRG-OK TO TRUE
           OPEN INPUT COBRAREG
           IF NOT FS-CRG-OK
               DISPLAY 'ARQUIVO DE CARTAS REGISTRADAS INDISPONIVEL '
                       '(FS=' WS-FS-CRG '). NADA A ATUALIZAR.'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               GO TO P400-FIM
           END-IF
           SET FS-GER-OK TO TRUE
           OPEN OUTPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO GUARDAR A GERACAO ANTERIOR (FS='
                       WS-FS-GER ').'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               CLOSE COBRAREG
               GO TO P400-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P410-COPIAR-CARTA THRU P410-FIM
               UNTIL EOF-OK
           CLOSE COBRAREG
           CLOSE GERACAO
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-COPIAR-CARTA.
           READ COBRAREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           MOVE REG-COBRAREG TO REG-GERACAO
           WRITE REG-GERACAO
           .
       P410-FIM.

       P500-APLICAR.
           SET FS-GER-OK TO TRUE
           OPEN INPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO REABRIR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). COBRAREG NAO FOI ALTERADO.'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               GO TO P500-FIM
           END-IF
           SET FS-CRG-OK TO TRUE
           OPEN OUTPUT COBRAREG
           IF NOT FS-CRG-OK
               DISPLAY 'ERRO AO REGRAVAR AS CARTAS REGISTRADAS (FS='
                       WS-FS-CRG '). RECUPERE O COBRAREG DA GERACAO '
                       '.OLD.'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               CLOSE GERACAO
               GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P510-ATUALIZAR-CARTA THRU P510-FIM
               UNTIL EOF-OK
           CLOSE GERACAO
           CLOSE COBRAREG
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-ATUALIZAR-CARTA.
           READ GERACAO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           MOVE REG-GERACAO TO REG-COBRAREG
           ADD 1 TO WS-CARTAS-LIDAS
           PERFORM P520-APLICAR-EVENTO THRU P520-FIM
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-QTD
           EVALUATE TRUE
               WHEN CRG-ENTREGUE
                   ADD 1 TO WS-ENTREGUES
               WHEN CRG-RECUSADA
                   ADD 1 TO WS-RECUSADAS
               WHEN CRG-NAO-ENTREGUE
                   ADD 1 TO WS-NAO-ENTREGUES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE REG-COBRAREG
           .
       P510-FIM.

       P520-APLICAR-EVENTO.
           IF WS-EVT-RASTREIO(WS-EVT-IDX) NOT = CRG-RASTREIO
               GO TO P520-FIM
           END-IF
           MOVE 'S' TO WS-EVT-USADO(WS-EVT-IDX)
           IF WS-EVT-DATA(WS-EVT-IDX) < CRG-DT-SITUACAO
               GO TO P520-FIM
           END-IF
           MOVE WS-EVT-SITUACAO(WS-EVT-IDX) TO CRG-SITUACAO
           MOVE WS-EVT-DATA(WS-EVT-IDX)     TO CRG-DT-SITUACAO
           IF CRG-ENTREGUE
               MOVE WS-EVT-RECEBEDOR(WS-EVT-IDX) TO CRG-RECEBEDOR
           ELSE
               MOVE SPACES TO CRG-RECEBEDOR
           END-IF
           .
       P520-FIM.

       P550-LISTAR-DESCONHECIDOS.
           IF EVT-USADO(WS-EVT-IDX)
               GO TO P550-FIM
           END-IF
           ADD 1 TO WS-DESCONHECIDOS
           DISPLAY 'OBJETO ' WS-EVT-RASTREIO(WS-EVT-IDX)
               ' NAO CONSTA DAS CARTAS REGISTRADAS. EVENTO IGNORADO.'
           .
       P550-FIM.

       P600-REGISTRAR-ARQREG.
           SET FS-ARQ-OK TO TRUE
           OPEN EXTEND ARQREG
           IF WS-FS-ARQ EQUAL 35
               OPEN OUTPUT ARQREG
           END-IF

           IF FS-ARQ-OK
               MOVE SPACES          TO REG-ARQREG
               MOVE WS-ORIGEM       TO ARQ-ORIGEM
               MOVE WS-DATA-ARQUIVO TO ARQ-DATA
               MOVE 'CARGAAR'       TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O ARQUIVO PROCESSADO '
                       '(FS=' WS-FS-ARQ ').'
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CARGAAR.
