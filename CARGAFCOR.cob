      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO ARQUIVO DE DETALHE DA FATURA MENSAL DOS
      *          CORREIOS (CONTRATO DE POSTAGEM) NO ARQUIVO DE FATURAS
      *          (VEJA FATCORR.cpy), UMA LINHA POR POSTAGEM FATURADA,
      *          PARA A CONCILIACAO CONTRA OS MANIFESTOS (CONCPOST).
      *          COMO O CARGANMP, UMA PRIMEIRA PASSADA CONFERE
      *          HEADER, TRAILER, QUANTIDADE DE DETALHES E VALOR
      *          TOTAL E RECUSA ARQUIVO JA CARREGADO PELO REGISTRO
      *          ARQREG (ORIGEM = CONTRATO, DATA = EMISSAO DA
      *          FATURA); ARQUIVO RECUSADO NAO GRAVA NADA.
      *          LAYOUT DOS CORREIOS: 'H' + CONTRATO(10) + DATA DE
      *          EMISSAO(8) + COMPETENCIA AAAAMM(6); 'D' + DATA DA
      *          POSTAGEM(8) + SERVICO(5) + QUANTIDADE(7) + VALOR EM
      *          CENTAVOS(11); 'T' + QUANTIDADE DE DETALHES(7) +
      *          VALOR TOTAL EM CENTAVOS(13).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAFCOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FATURA ASSIGN TO DYNAMIC
               WS-FATURA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAT.

               SELECT FATCORR ASSIGN TO DYNAMIC
               WS-FATCORR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FCR.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

       DATA DIVISION.

       FILE SECTION.
       FD FATURA.
       01 REG-FATURA.
           03 FAT-TIPO               PIC X(01).
               88 FAT-HEADER             VALUE 'H'.
               88 FAT-DETALHE            VALUE 'D'.
               88 FAT-TRAILER            VALUE 'T'.
           03 FAT-RESTO              PIC X(79).
       01 FAT-VISAO-HEADER REDEFINES REG-FATURA.
           03 FILLER                 PIC X(01).
           03 FAT-CONTRATO           PIC X(10).
           03 FAT-EMISSAO            PIC 9(08).
           03 FAT-COMPETENCIA        PIC 9(06).
           03 FILLER                 PIC X(55).
       01 FAT-VISAO-DETALHE REDEFINES REG-FATURA.
           03 FILLER                 PIC X(01).
           03 FAT-DATA               PIC 9(08).
           03 FAT-SERVICO            PIC X(05).
           03 FAT-QUANTIDADE         PIC 9(07).
           03 FAT-VALOR              PIC 9(11).
           03 FILLER                 PIC X(48).
       01 FAT-VISAO-TRAILER REDEFINES REG-FATURA.
           03 FILLER                 PIC X(01).
           03 FAT-QTD-DETALHES       PIC 9(07).
           03 FAT-VALOR-TOTAL        PIC 9(13).
           03 FILLER                 PIC X(59).

       FD FATCORR.
          COPY FATCORR.

       FD ARQREG.
          COPY ARQREG.

       WORKING-STORAGE SECTION.
       77 WS-FATURA-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATCORREIO.TXT'.
       77 WS-FATCORR-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATCORR.TXT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-FAT                 PIC 99.
          88 FS-FAT-OK              VALUE 0.
       77 WS-FS-FCR                 PIC 99.
          88 FS-FCR-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-SOMA-VALOR             PIC 9(13) VALUE ZEROES.
       77 WS-VALOR-TRAILER          PIC 9(13) VALUE ZEROES.
       77 WS-GRAVADOS               PIC 9(07) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(07) VALUE ZEROES.

       77 WS-VALOR-REAIS            PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DA FATURA DOS CORREIOS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERIR THRU P200-FIM
           IF ARQUIVO-OK
               PERFORM P300-CARREGAR THRU P300-FIM
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'FATCORREIO_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATURA-PATH       FROM ENVIRONMENT-VALUE
           IF WS-FATURA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATCORREIO.TXT'
                   TO WS-FATURA-PATH
           END-IF

           DISPLAY 'FATCORR_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATCORR-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FATCORR-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATCORR.TXT'
                   TO WS-FATCORR-PATH
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

      * PRIMEIRA PASSADA: SO LEITURA. A FATURA SO ENTRA NO ARQUIVO
      * SE CHEGOU INTEIRA: QUANTIDADE E VALOR DO TRAILER BATENDO
      * COM OS DETALHES.
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-FAT-OK TO TRUE

           OPEN INPUT FATURA
           IF NOT FS-FAT-OK
               DISPLAY 'ARQUIVO DA FATURA NAO ENCONTRADO (FS='
                       WS-FS-FAT ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           READ FATURA
               AT END
                   DISPLAY 'ARQUIVO DA FATURA VAZIO.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE FATURA
                   GO TO P200-FIM
           END-READ
           IF NOT FAT-HEADER
                   OR FAT-EMISSAO NOT NUMERIC
                   OR FAT-COMPETENCIA NOT NUMERIC
               DISPLAY 'FATURA SEM HEADER VALIDO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE FATURA
               GO TO P200-FIM
           END-IF
           MOVE FAT-CONTRATO    TO WS-ORIGEM
           MOVE FAT-EMISSAO     TO WS-DATA-ARQUIVO
           MOVE FAT-COMPETENCIA TO WS-COMPETENCIA

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR CONTRATO + DATA DE
      * EMISSAO IDENTIFICA A FATURA; REPETIDA E RECUSADA.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'FATURA ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADA. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE FATURA
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           MOVE 0 TO WS-SOMA-VALOR
           PERFORM P210-CONTAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE FATURA

           IF NOT TRAILER-VISTO
               DISPLAY 'FATURA SEM TRAILER. ARQUIVO RECUSADO.'
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
           IF WS-VALOR-TRAILER NOT = WS-SOMA-VALOR
               DISPLAY 'TRAILER ANUNCIA ' WS-VALOR-TRAILER
                   ' CENTAVOS, DETALHES SOMAM ' WS-SOMA-VALOR
                   '. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           .
       P200-FIM.

       P210-CONTAR-LINHA.
           READ FATURA
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FAT-DETALHE
                           ADD 1 TO WS-CONTADOS
                           IF FAT-VALOR NUMERIC
                               ADD FAT-VALOR TO WS-SOMA-VALOR
                           END-IF
                       WHEN FAT-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE FAT-QTD-DETALHES TO WS-QTD-TRAILER
                           MOVE FAT-VALOR-TOTAL  TO WS-VALOR-TRAILER
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
                           AND ARQ-PROGRAMA = 'CARGAFCOR'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      * SEGUNDA PASSADA: ACRESCENTA AS POSTAGENS FATURADAS AO
      * ARQUIVO DE FATURAS.
       P300-CARREGAR.
           SET EOF-OK TO FALSE
           SET FS-FAT-OK TO TRUE
           OPEN INPUT FATURA
           IF NOT FS-FAT-OK
               DISPLAY 'ERRO AO REABRIR A FATURA (FS='
                       WS-FS-FAT ').'
               MOVE 8 TO RETURN-CODE
               GO TO P300-FIM
           END-IF

           SET FS-FCR-OK TO TRUE
           OPEN EXTEND FATCORR
           IF WS-FS-FCR EQUAL 35
               OPEN OUTPUT FATCORR
           END-IF
           IF NOT FS-FCR-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE FATURAS (FS='
                       WS-FS-FCR ').'
               MOVE 8 TO RETURN-CODE
               CLOSE FATURA
               GO TO P300-FIM
           END-IF

           PERFORM P310-GRAVAR-LINHA THRU P310-FIM
               UNTIL EOF-OK

           CLOSE FATCORR
           CLOSE FATURA

           PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM

           COMPUTE WS-VALOR-REAIS = WS-SOMA-VALOR / 100
           MOVE WS-VALOR-REAIS TO WS-VALOR-ED
           DISPLAY 'CONTRATO..............: ' WS-ORIGEM
           DISPLAY 'COMPETENCIA...........: ' WS-COMPETENCIA
           DISPLAY 'DETALHES NA FATURA....: ' WS-CONTADOS
           DISPLAY 'POSTAGENS GRAVADAS....: ' WS-GRAVADOS
           DISPLAY 'LINHAS INVALIDAS......: ' WS-INVALIDOS
           DISPLAY 'VALOR DA FATURA.....R$: ' WS-VALOR-ED
           IF WS-INVALIDOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       P300-FIM.

       P310-GRAVAR-LINHA.
           READ FATURA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT FAT-DETALHE
               GO TO P310-FIM
           END-IF

           IF FAT-DATA NOT NUMERIC OR FAT-QUANTIDADE NOT NUMERIC
                   OR FAT-VALOR NOT NUMERIC OR FAT-SERVICO = SPACES
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'POSTAGEM INVALIDA NA FATURA: ' FAT-RESTO(1:31)
                   '. LINHA IGNORADA.'
               GO TO P310-FIM
           END-IF

           MOVE SPACES          TO REG-FATCORR
           MOVE WS-COMPETENCIA  TO FC-COMPETENCIA
           MOVE FAT-DATA        TO FC-DATA
           MOVE FAT-SERVICO     TO FC-SERVICO
           MOVE FAT-QUANTIDADE  TO FC-QUANTIDADE
           MOVE FAT-VALOR       TO FC-VALOR
           MOVE WS-ORIGEM       TO FC-CONTRATO
           WRITE REG-FATCORR
           ADD 1 TO WS-GRAVADOS
           .
       P310-FIM.

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
               MOVE 'CARGAFCOR'     TO ARQ-PROGRAMA
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

       END PROGRAM CARGAFCOR.
