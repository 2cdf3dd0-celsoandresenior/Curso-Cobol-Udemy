      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO RETORNO DA PREFEITURA AOS LOTES DE RPS
      *          ENVIADOS PELO EXPNFSE. CADA DETALHE DO RETORNO
      *          ATUALIZA O RPS DE MESMA SERIE E NUMERO NO REGISTRO
      *          FISCAL (NFSEREG): AUTORIZADO GRAVA O NUMERO OFICIAL
      *          DA NFS-E E O CODIGO DE VERIFICACAO; REJEITADO GRAVA
      *          O MOTIVO, E A FATURA RECEBE UM RPS NOVO NO PROXIMO
      *          LOTE. SO RPS ENVIADO (AGUARDANDO RETORNO) E ALTERADO.
      *          COMO O CARGAAR, UMA PRIMEIRA PASSADA CONFERE
      *          HEADER, TRAILER E QUANTIDADE DE DETALHES E RECUSA
      *          ARQUIVO JA CARREGADO PELO REGISTRO ARQREG (ORIGEM
      *          'NFSERET', DATA DO HEADER). A GERACAO ANTERIOR DO
      *          NFSEREG FICA EM NFSEREG.OLD PARA RECUO.
      *          LAYOUT DA PREFEITURA: 'H' + DATA DO ARQUIVO(8) +
      *          LOTE(7); 'D' + SERIE(5) + NUMERO DO RPS(9) +
      *          SITUACAO(1: A = AUTORIZADO, R = REJEITADO) + NUMERO
      *          DA NFS-E(12) + CODIGO DE VERIFICACAO(9) + DATA(8) +
      *          MOTIVO DA REJEICAO(60); 'T' + QUANTIDADE DE
      *          DETALHES(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGANFSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NFSERET ASSIGN TO DYNAMIC
               WS-NFSERET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT NFSEREG ASSIGN TO DYNAMIC
               WS-NFSEREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFR.

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
       FD NFSERET.
       01 REG-NFSERET.
           03 RET-TIPO               PIC X(01).
               88 RET-HEADER             VALUE 'H'.
               88 RET-DETALHE            VALUE 'D'.
               88 RET-TRAILER            VALUE 'T'.
           03 RET-RESTO              PIC X(119).
       01 RET-VISAO-HEADER REDEFINES REG-NFSERET.
           03 FILLER                 PIC X(01).
           03 RET-DATA-ARQUIVO       PIC 9(08).
           03 RET-LOTE               PIC 9(07).
           03 FILLER                 PIC X(104).
       01 RET-VISAO-DETALHE REDEFINES REG-NFSERET.
           03 FILLER                 PIC X(01).
           03 RET-SERIE              PIC X(05).
           03 RET-RPS                PIC 9(09).
           03 RET-SITUACAO           PIC X(01).
               88 RET-SITUACAO-VALIDA    VALUE 'A' 'R'.
           03 RET-NFSE               PIC 9(12).
           03 RET-VERIFICACAO        PIC X(09).
           03 RET-DATA               PIC 9(08).
           03 RET-MOTIVO             PIC X(60).
           03 FILLER                 PIC X(15).
       01 RET-VISAO-TRAILER REDEFINES REG-NFSERET.
           03 FILLER                 PIC X(01).
           03 RET-QTD-DETALHES       PIC 9(07).
           03 FILLER                 PIC X(112).

       FD NFSEREG.
          COPY NFSEREG.

       FD GERACAO.
       01 REG-GERACAO               PIC X(151).

       FD ARQREG.
          COPY ARQREG.

       WORKING-STORAGE SECTION.
       77 WS-NFSERET-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NFSERET.TXT'.
       77 WS-NFSEREG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'.
       77 WS-GERACAO-PATH           PIC X(100) VALUE SPACES.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-RET                 PIC 99.
          88 FS-RET-OK              VALUE 0.
       77 WS-FS-NFR                 PIC 99.
          88 FS-NFR-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

       77 WS-ORIGEM                 PIC X(10) VALUE 'NFSERET'.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-LOTE-ARQUIVO           PIC 9(07) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

      * RETORNOS DO ARQUIVO, NA ORDEM EM QUE VIERAM.
       77 WS-EVT-QTD                PIC 9(05) VALUE ZEROES.
       01 WS-TAB-EVENTOS.
           03 WS-EVT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EVT-IDX.
               05 WS-EVT-SERIE       PIC X(05).
               05 WS-EVT-RPS         PIC 9(09).
               05 WS-EVT-SITUACAO    PIC X(01).
               05 WS-EVT-NFSE        PIC 9(12).
               05 WS-EVT-VERIFICACAO PIC X(09).
               05 WS-EVT-DATA        PIC 9(08).
               05 WS-EVT-MOTIVO      PIC X(60).
               05 WS-EVT-USADO       PIC X(01).
                   88 EVT-USADO          VALUE 'S'.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(07) VALUE ZEROES.
       77 WS-DESCONHECIDOS          PIC 9(07) VALUE ZEROES.
       77 WS-FORA-DE-ENVIO          PIC 9(07) VALUE ZEROES.
       77 WS-AUTORIZADOS            PIC 9(07) VALUE ZEROES.
       77 WS-REJEITADOS             PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO RETORNO DE NFS-E DA PREFEITURA ***".
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
               DISPLAY 'LOTE DO RETORNO.......: ' WS-LOTE-ARQUIVO
               DISPLAY 'RPS NO ARQUIVO........: ' WS-CONTADOS
               DISPLAY 'RETORNOS INVALIDOS....: ' WS-INVALIDOS
               DISPLAY 'RPS DESCONHECIDOS.....: ' WS-DESCONHECIDOS
               DISPLAY 'RPS NAO AGUARDANDO....: ' WS-FORA-DE-ENVIO
               DISPLAY 'NFS-E AUTORIZADAS.....: ' WS-AUTORIZADOS
               DISPLAY 'RPS REJEITADOS........: ' WS-REJEITADOS
               IF (WS-INVALIDOS > 0 OR WS-DESCONHECIDOS > 0
                       OR WS-FORA-DE-ENVIO > 0 OR WS-REJEITADOS > 0)
                       AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'NFSERET_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NFSERET-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NFSERET-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NFSERET.TXT'
                   TO WS-NFSERET-PATH
           END-IF

           DISPLAY 'NFSEREG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NFSEREG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NFSEREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'
                   TO WS-NFSEREG-PATH
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
           SET FS-RET-OK TO TRUE

           OPEN INPUT NFSERET
           IF NOT FS-RET-OK
               DISPLAY 'RETORNO DA PREFEITURA NAO ENCONTRADO (FS='
                       WS-FS-RET ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           READ NFSERET
               AT END
                   DISPLAY 'RETORNO DA PREFEITURA VAZIO.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE NFSERET
                   GO TO P200-FIM
           END-READ
           IF NOT RET-HEADER OR RET-DATA-ARQUIVO NOT NUMERIC
                   OR RET-LOTE NOT NUMERIC
               DISPLAY 'ARQUIVO SEM HEADER VALIDO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE NFSERET
               GO TO P200-FIM
           END-IF
           MOVE RET-DATA-ARQUIVO TO WS-DATA-ARQUIVO
           MOVE RET-LOTE         TO WS-LOTE-ARQUIVO

           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'RETORNO DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE NFSERET
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           PERFORM P210-CONTAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE NFSERET

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
           IF WS-CONTADOS > 5000
               DISPLAY 'ARQUIVO COM MAIS DE 5000 RPS. DIVIDA-O '
                   'ANTES DA CARGA. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           .
       P200-FIM.

       P210-CONTAR-LINHA.
           READ NFSERET
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RET-DETALHE
                           ADD 1 TO WS-CONTADOS
                       WHEN RET-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE RET-QTD-DETALHES TO WS-QTD-TRAILER
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
                           AND ARQ-PROGRAMA = 'CARGANFSE'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      * SEGUNDA PASSADA: OS RETORNOS VALIDOS VAO PARA A MEMORIA.
       P300-CARREGAR-EVENTOS.
           MOVE 0 TO WS-EVT-QTD
           SET EOF-OK TO FALSE
           SET FS-RET-OK TO TRUE
           OPEN INPUT NFSERET
           IF NOT FS-RET-OK
               DISPLAY 'ERRO AO REABRIR O RETORNO (FS='
                       WS-FS-RET ').'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               GO TO P300-FIM
           END-IF
           PERFORM P310-CARREGAR-EVENTO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE NFSERET
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CARREGAR-EVENTO.
           READ NFSERET
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT RET-DETALHE
               GO TO P310-FIM
           END-IF
           IF RET-RPS NOT NUMERIC OR NOT RET-SITUACAO-VALIDA
                   OR RET-DATA NOT NUMERIC
                   OR (RET-SITUACAO = 'A' AND
                       (RET-NFSE NOT NUMERIC OR RET-NFSE = 0))
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'RETORNO INVALIDO: ' RET-RESTO(1:44)
                   '. LINHA IGNORADA.'
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-EVT-QTD
           MOVE RET-SERIE       TO WS-EVT-SERIE(WS-EVT-QTD)
           MOVE RET-RPS         TO WS-EVT-RPS(WS-EVT-QTD)
           MOVE RET-SITUACAO    TO WS-EVT-SITUACAO(WS-EVT-QTD)
           IF RET-SITUACAO = 'A'
               MOVE RET-NFSE    TO WS-EVT-NFSE(WS-EVT-QTD)
           ELSE
               MOVE 0           TO WS-EVT-NFSE(WS-EVT-QTD)
           END-IF
           MOVE RET-VERIFICACAO TO WS-EVT-VERIFICACAO(WS-EVT-QTD)
           MOVE RET-DATA        TO WS-EVT-DATA(WS-EVT-QTD)
           MOVE RET-MOTIVO      TO WS-EVT-MOTIVO(WS-EVT-QTD)
           MOVE 'N'             TO WS-EVT-USADO(WS-EVT-QTD)
           .
       P310-FIM.

      * GERACAO ANTERIOR GUARDADA EM NFSEREG.OLD PARA RECUO; A NOVA
      * E GRAVADA A PARTIR DELA.
       P400-GUARDAR-GERACAO.
           MOVE SPACES TO WS-GERACAO-PATH
           STRING WS-NFSEREG-PATH DELIMITED BY SPACE
                  '.OLD'          DELIMITED BY SIZE
                  INTO WS-GERACAO-PATH
           END-STRING
           SET FS-NFR-OK TO TRUE
           OPEN INPUT NFSEREG
           IF NOT FS-NFR-OK
               DISPLAY 'REGISTRO FISCAL INDISPONIVEL (FS='
                       WS-FS-NFR '). NADA A ATUALIZAR.'
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
               CLOSE NFSEREG
               GO TO P400-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P410-COPIAR-RPS THRU P410-FIM
               UNTIL EOF-OK
           CLOSE NFSEREG
           CLOSE GERACAO
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-COPIAR-RPS.
           READ NFSEREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           MOVE REG-NFSEREG TO REG-GERACAO
           WRITE REG-GERACAO
           .
       P410-FIM.

       P500-APLICAR.
           SET FS-GER-OK TO TRUE
           OPEN INPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO REABRIR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). NFSEREG NAO FOI ALTERADO.'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               GO TO P500-FIM
           END-IF
           SET FS-NFR-OK TO TRUE
           OPEN OUTPUT NFSEREG
           IF NOT FS-NFR-OK
               DISPLAY 'ERRO AO REGRAVAR O REGISTRO FISCAL (FS='
                       WS-FS-NFR '). RECUPERE O NFSEREG DA GERACAO '
                       '.OLD.'
               MOVE 8 TO RETURN-CODE
               SET ARQUIVO-OK TO FALSE
               CLOSE GERACAO
               GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P510-ATUALIZAR-RPS THRU P510-FIM
               UNTIL EOF-OK
           CLOSE GERACAO
           CLOSE NFSEREG
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-ATUALIZAR-RPS.
           READ GERACAO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           MOVE REG-GERACAO TO REG-NFSEREG
           PERFORM P520-APLICAR-RETORNO THRU P520-FIM
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-QTD
           WRITE REG-NFSEREG
           .
       P510-FIM.

      * SO O RPS ENVIADO RECEBE O RETORNO; RETORNO DE RPS JA
      * AUTORIZADO, REJEITADO OU CANCELADO E APENAS LISTADO.
       P520-APLICAR-RETORNO.
           IF WS-EVT-SERIE(WS-EVT-IDX) NOT = NFR-SERIE
                   OR WS-EVT-RPS(WS-EVT-IDX) NOT = NFR-RPS
               GO TO P520-FIM
           END-IF
           MOVE 'S' TO WS-EVT-USADO(WS-EVT-IDX)
           IF NOT NFR-ENVIADO
               ADD 1 TO WS-FORA-DE-ENVIO
               DISPLAY 'RPS ' NFR-SERIE ' ' NFR-RPS ' NAO AGUARDA '
                   'RETORNO (SITUACAO ' NFR-SITUACAO '). RETORNO '
                   'IGNORADO.'
               GO TO P520-FIM
           END-IF
           MOVE WS-EVT-SITUACAO(WS-EVT-IDX) TO NFR-SITUACAO
           MOVE WS-EVT-DATA(WS-EVT-IDX)     TO NFR-DT-SITUACAO
           IF NFR-AUTORIZADO
               MOVE WS-EVT-NFSE(WS-EVT-IDX)        TO NFR-NFSE
               MOVE WS-EVT-VERIFICACAO(WS-EVT-IDX) TO NFR-VERIFICACAO
               MOVE SPACES                         TO NFR-MOTIVO
               ADD 1 TO WS-AUTORIZADOS
           ELSE
               MOVE 0                              TO NFR-NFSE
               MOVE SPACES                         TO NFR-VERIFICACAO
               MOVE WS-EVT-MOTIVO(WS-EVT-IDX)      TO NFR-MOTIVO
               ADD 1 TO WS-REJEITADOS
               DISPLAY 'RPS ' NFR-SERIE ' ' NFR-RPS ' (FATURA '
                   NFR-COMPETENCIA '/' NFR-GRUPO ') REJEITADO: '
                   NFR-MOTIVO
           END-IF
           .
       P520-FIM.

       P550-LISTAR-DESCONHECIDOS.
           IF EVT-USADO(WS-EVT-IDX)
               GO TO P550-FIM
           END-IF
           ADD 1 TO WS-DESCONHECIDOS
           DISPLAY 'RPS ' WS-EVT-SERIE(WS-EVT-IDX) ' '
               WS-EVT-RPS(WS-EVT-IDX)
               ' NAO CONSTA DO REGISTRO FISCAL. RETORNO IGNORADO.'
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
               MOVE 'CARGANFSE'     TO ARQ-PROGRAMA
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

       END PROGRAM CARGANFSE.
