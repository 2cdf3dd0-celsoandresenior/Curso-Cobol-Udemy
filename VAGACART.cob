      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARTAS DE OFERTA DE VAGA DA LISTA DE ESPERA: PARA
      *          CADA PEDIDO DA ESPERA.DAT (VEJA ESPERA.cpy) COM A
      *          VAGA OFERTADA PELO CADSTUD E AINDA SEM CARTA, MONTA
      *          A CARTA AO RESPONSAVEL (ESP-RESPONSAVEL ->
      *          ID-CONTATO) MESCLANDO O GABARITO VAGA.TPL
      *          (MARCADORES &ALUNO, &TURMA E &RESP, NO MECANISMO DO
      *          CARTACONT), ENDERECADA PELO WS-ENDERECO DO
      *          RESPONSAVEL, COM A MESMA SUPRESSAO DE ENDERECO
      *          DEVOLVIDO QUE AS TIRAGENS DE MALA JA HONRAM. O
      *          PEDIDO FICA MARCADO COM A CARTA EMITIDA; O SUPRIMIDO
      *          CONTINUA PENDENTE ATE O ENDERECO SER CORRIGIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAGACART.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ESPERA ASSIGN TO DYNAMIC
               WS-ESPERA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ESP-CHAVE
               FILE STATUS IS WS-FS-ESP.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT GABARITO ASSIGN TO DYNAMIC
               WS-GABARITO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GAB.

               SELECT CARTAS ASSIGN TO DYNAMIC
               WS-CARTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAR.

       DATA DIVISION.

       FILE SECTION.
       FD ESPERA.
          COPY ESPERA.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD GABARITO.
       01 REG-GABARITO              PIC X(80).

       FD CARTAS.
       01 REG-CARTA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ESPERA-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ESPERA.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-GABARITO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\VAGA.TPL'.
       77 WS-CARTAS-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CARTASVAGA.TXT'.

       77 WS-FS-ESP                 PIC 99.
          88 FS-ESP-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-GAB                 PIC 99.
          88 FS-GAB-OK              VALUE 0.
       77 WS-FS-CAR                 PIC 99.
          88 FS-CAR-OK              VALUE 0.

      * GABARITO CARREGADO EM MEMORIA, UMA VEZ POR EXECUCAO.
       77 WS-GAB-QTD                PIC 9(02) VALUE ZEROES.
       01 WS-TAB-GABARITO.
           03 WS-GAB-LINHA OCCURS 60 TIMES INDEXED BY WS-GIDX
                                    PIC X(80).

      * CAMPOS DA SUBSTITUICAO DE MARCADORES (VEJA CARTACONT).
       77 WS-LIN-ENTRADA            PIC X(80) VALUE SPACES.
       77 WS-LIN-SAIDA              PIC X(132) VALUE SPACES.
       77 WS-POS-IN                 PIC 9(03) VALUE ZEROES.
       77 WS-POS-OUT                PIC 9(03) VALUE ZEROES.

       77 WS-RESP-NOME              PIC X(40) VALUE SPACES.
       77 WS-RESP-OK                PIC X VALUE 'N'.
          88 RESP-OK                VALUE 'S' FALSE 'N'.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-GERADOS                PIC 9(05) VALUE ZEROES.
       77 WS-SUPRIMIDOS             PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARTAS DE OFERTA DE VAGA (LISTA DE ESPERA) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-CARREGAR-GABARITO THRU P150-FIM
           IF WS-GAB-QTD = 0
               DISPLAY 'GABARITO DA CARTA DE VAGA VAZIO OU '
                   'INDISPONIVEL. NADA A GERAR.'
               PERFORM P900-FIM
           END-IF
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ESPERA_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ESPERA-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ESPERA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ESPERA.DAT'
                   TO WS-ESPERA-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'VAGA_TPL_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-GABARITO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-GABARITO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\VAGA.TPL'
                   TO WS-GABARITO-PATH
           END-IF

           DISPLAY 'CARTASVAGA_PATH'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-CARTAS-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CARTAS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CARTASVAGA.TXT'
                   TO WS-CARTAS-PATH
           END-IF
           .
       P100-FIM.

       P150-CARREGAR-GABARITO.
           MOVE 0 TO WS-GAB-QTD
           SET EOF-OK TO FALSE
           SET FS-GAB-OK TO TRUE

           OPEN INPUT GABARITO
           IF FS-GAB-OK
               PERFORM P160-CARREGAR-LINHA THRU P160-FIM
                   UNTIL EOF-OK
               CLOSE GABARITO
           ELSE
               DISPLAY 'GABARITO DA CARTA DE VAGA NAO ENCONTRADO EM '
                   WS-GABARITO-PATH
           END-IF
           SET EOF-OK TO FALSE
           .
       P150-FIM.

       P160-CARREGAR-LINHA.
           READ GABARITO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-GAB-QTD < 60
                       ADD 1 TO WS-GAB-QTD
                       MOVE REG-GABARITO TO WS-GAB-LINHA(WS-GAB-QTD)
                   ELSE
                       DISPLAY 'GABARITO COM MAIS DE 60 LINHAS. AS '
                           'DEMAIS FORAM IGNORADAS.'
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P160-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE
           SET FS-ESP-OK TO TRUE

           OPEN I-O ESPERA
           IF NOT FS-ESP-OK
               DISPLAY 'LISTA DE ESPERA INDISPONIVEL (FS='
                       WS-FS-ESP '). NADA A GERAR.'
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               CLOSE ESPERA
               GO TO P200-FIM
           END-IF

           SET FS-CAR-OK TO TRUE
           OPEN OUTPUT CARTAS
           IF NOT FS-CAR-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE CARTAS (FS='
                       WS-FS-CAR '). NADA A GERAR.'
               CLOSE ESPERA
               CLOSE CONTATOS
               GO TO P200-FIM
           END-IF

           PERFORM P210-LER-PEDIDO THRU P210-FIM
               UNTIL EOF-OK

           CLOSE ESPERA
           CLOSE CONTATOS
           CLOSE CARTAS

           DISPLAY 'PEDIDOS LIDOS.........: ' WS-LIDOS
           DISPLAY 'CARTAS GERADAS........: ' WS-GERADOS
           DISPLAY 'SUPRIMIDAS (ENDERECO).: ' WS-SUPRIMIDOS
           .
       P200-FIM.

      * SO O PEDIDO COM VAGA OFERTADA E SEM CARTA GERA CARTA; A
      * MARCA DE CARTA EMITIDA EVITA A SEGUNDA VIA NA EXECUCAO
      * SEGUINTE.
       P210-LER-PEDIDO.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF NOT ESP-OFERTADA OR ESP-CARTA-EMITIDA
               GO TO P210-FIM
           END-IF

           PERFORM P300-BUSCA-RESPONSAVEL THRU P300-FIM
           IF NOT RESP-OK
               ADD 1 TO WS-SUPRIMIDOS
               DISPLAY 'PEDIDO DO ALUNO ' ESP-CD-STUDENT ' NA TURMA '
                   ESP-TURMA ': RESPONSAVEL ' ESP-RESPONSAVEL
                   ' INEXISTENTE, EXCLUIDO OU COM ENDERECO DEVOLVIDO.'
               GO TO P210-FIM
           END-IF

           PERFORM P400-GERAR-CARTA THRU P400-FIM
           ADD 1 TO WS-GERADOS
           MOVE 'S' TO ESP-CARTA
           REWRITE REG-ESPERA
           .
       P210-FIM.

      * A CARTA SO SAI SE O RESPONSAVEL EXISTIR, ESTIVER ATIVO E O
      * ENDERECO NAO ESTIVER MARCADO COMO DEVOLVIDO, A MESMA
      * SUPRESSAO DAS TIRAGENS DE MALA DIRETA.
       P300-BUSCA-RESPONSAVEL.
           SET RESP-OK TO FALSE
           MOVE ESP-RESPONSAVEL TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CONTATO-EXCLUIDO
                           AND NOT ENDERECO-DEVOLVIDO
                       SET RESP-OK TO TRUE
                       MOVE NM-CONTATO TO WS-RESP-NOME
                   END-IF
           END-READ
           .
       P300-FIM.

       P400-GERAR-CARTA.
      * ENDERECAMENTO PELO ENDERECO DO RESPONSAVEL.
           MOVE WS-RESP-NOME TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           MOVE SPACES TO REG-CARTA
           STRING FUNCTION TRIM(WS-RUA)    DELIMITED BY SIZE
                  ', '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAIRRO) DELIMITED BY SIZE
                  INTO REG-CARTA
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           MOVE SPACES TO REG-CARTA
           STRING FUNCTION TRIM(WS-CIDADE) DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-UF                    DELIMITED BY SIZE
                  '  CEP '                 DELIMITED BY SIZE
                  WS-CEP-1                 DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-CEP-2                 DELIMITED BY SIZE
                  INTO REG-CARTA
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           MOVE SPACES TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM

           SET WS-GIDX TO 1
           PERFORM P410-GERAR-LINHA THRU P410-FIM
               UNTIL WS-GIDX > WS-GAB-QTD

      * SEPARADOR DE CARTAS PARA O CORTE NA IMPRESSAO.
           MOVE ALL '-' TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           .
       P400-FIM.

       P410-GERAR-LINHA.
           MOVE WS-GAB-LINHA(WS-GIDX) TO WS-LIN-ENTRADA
           PERFORM P420-SUBSTITUIR THRU P420-FIM
           MOVE WS-LIN-SAIDA TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           SET WS-GIDX UP BY 1
           .
       P410-FIM.

      * SUBSTITUICAO DOS MARCADORES, NO MESMO DESENHO DO
      * P240-SUBSTITUIR DO CARTACONT.
       P420-SUBSTITUIR.
           MOVE SPACES TO WS-LIN-SAIDA
           MOVE 1 TO WS-POS-IN
           MOVE 1 TO WS-POS-OUT
           PERFORM P430-COPIA-TRECHO THRU P430-FIM
               UNTIL WS-POS-IN > 80 OR WS-POS-OUT > 132
           .
       P420-FIM.

       P430-COPIA-TRECHO.
           EVALUATE TRUE
               WHEN WS-POS-IN NOT > 75
                       AND WS-LIN-ENTRADA(WS-POS-IN:6) = '&ALUNO'
                   STRING FUNCTION TRIM(ESP-NM-STUDENT)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 75
                       AND WS-LIN-ENTRADA(WS-POS-IN:6) = '&TURMA'
                   STRING ESP-TURMA
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 76
                       AND WS-LIN-ENTRADA(WS-POS-IN:5) = '&RESP'
                   STRING FUNCTION TRIM(WS-RESP-NOME)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 5 TO WS-POS-IN
               WHEN OTHER
                   MOVE WS-LIN-ENTRADA(WS-POS-IN:1)
                       TO WS-LIN-SAIDA(WS-POS-OUT:1)
                   ADD 1 TO WS-POS-IN
                   ADD 1 TO WS-POS-OUT
           END-EVALUATE
           .
       P430-FIM.

       P600-GRAVAR-LINHA.
           IF FS-CAR-OK
               WRITE REG-CARTA
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM VAGACART.
