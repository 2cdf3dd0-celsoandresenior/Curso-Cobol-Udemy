      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DOS ARQUIVOS OFICIAIS DE PESSOAS POLITICAMENTE
      *          EXPOSTAS (PEP) E DE SANCOES NO ARQUIVO DE TRIAGEM
      *          (VEJA PEPLIST.cpy). CADA ARQUIVO OFICIAL TRAZ UMA
      *          LISTA INTEIRA, IDENTIFICADA NO HEADER: A CARGA APAGA
      *          AS ENTRADAS DAQUELA LISTA E GRAVA AS NOVAS, SEM
      *          TOCAR NA OUTRA. COMO NO CARGANMP, UMA PRIMEIRA
      *          PASSADA CONFERE HEADER, TRAILER E A QUANTIDADE DE
      *          DETALHES E RECUSA ARQUIVO JA CARREGADO PELO REGISTRO
      *          ARQREG; ARQUIVO RECUSADO DEIXA A LISTA ANTERIOR EM
      *          VIGOR. CADA NOME GANHA O SOM DA FONETICA.cpy PARA O
      *          CASAMENTO NOTURNO (PEPCASA) E O AVISO NA CAPTURA.
      *          LAYOUT OFICIAL: 'H' + ORIGEM(10) + DATA(8) + LISTA
      *          (1: 'P' = PEP, 'S' = SANCOES); 'D' + CPF(11, ZEROS
      *          SE A LISTA NAO O TRAZ) + NOME(40) + CARGO OU
      *          PROGRAMA(20) + DATA DE INCLUSAO NA LISTA(8); 'T' +
      *          QUANTIDADE(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OFICIAL ASSIGN TO DYNAMIC
               WS-OFICIAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OFI.

               SELECT PEPLIST ASSIGN TO DYNAMIC
               WS-PEPLIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS PEP-CHAVE
               ALTERNATE RECORD KEY IS PEP-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEP-SOM WITH DUPLICATES
               FILE STATUS IS WS-FS-PEP.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

       DATA DIVISION.

       FILE SECTION.
       FD OFICIAL.
       01 REG-OFICIAL.
           03 OFI-TIPO               PIC X(01).
               88 OFI-HEADER             VALUE 'H'.
               88 OFI-DETALHE            VALUE 'D'.
               88 OFI-TRAILER            VALUE 'T'.
           03 OFI-RESTO              PIC X(79).
       01 OFI-VISAO-HEADER REDEFINES REG-OFICIAL.
           03 FILLER                 PIC X(01).
           03 OFI-ORIGEM             PIC X(10).
           03 OFI-DATA               PIC 9(08).
           03 OFI-LISTA              PIC X(01).
               88 OFI-LISTA-VALIDA       VALUES 'P' 'S'.
           03 FILLER                 PIC X(60).
       01 OFI-VISAO-DETALHE REDEFINES REG-OFICIAL.
           03 FILLER                 PIC X(01).
           03 OFI-CPF                PIC 9(11).
           03 OFI-NOME               PIC X(40).
           03 OFI-DESCRICAO          PIC X(20).
           03 OFI-DT-INCLUSAO        PIC 9(08).
       01 OFI-VISAO-TRAILER REDEFINES REG-OFICIAL.
           03 FILLER                 PIC X(01).
           03 OFI-QUANTIDADE         PIC 9(07).
           03 FILLER                 PIC X(72).

       FD PEPLIST.
          COPY PEPLIST.

       FD ARQREG.
          COPY ARQREG.

       WORKING-STORAGE SECTION.
       77 WS-OFICIAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\PEPOFIC.TXT'.
       77 WS-PEPLIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\PEPLIST.DAT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-OFI                 PIC 99.
          88 FS-OFI-OK              VALUE 0.
       77 WS-FS-PEP                 PIC 99.
          88 FS-PEP-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-LISTA                  PIC X(01) VALUE SPACES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.
       77 WS-FIM-LISTA              PIC X VALUE 'N'.
          88 FIM-LISTA-OK           VALUE 'S' FALSE 'N'.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-GRAVADOS               PIC 9(07) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(07) VALUE ZEROES.
       77 WS-REMOVIDOS              PIC 9(07) VALUE ZEROES.
       77 WS-SEQUENCIA              PIC 9(07) VALUE ZEROES.

      * AREA DO SOM DO NOME (VEJA FONETICA.cpy).
       77 WS-FON-ENTRADA            PIC X(40) VALUE SPACES.
       77 WS-FON-SOM                PIC X(20) VALUE SPACES.
       77 WS-FON-I                  PIC 9(02) VALUE ZEROES.
       77 WS-FON-O                  PIC 9(02) VALUE ZEROES.
       77 WS-FON-CH                 PIC X(01) VALUE SPACES.
       77 WS-FON-MAP                PIC X(01) VALUE SPACES.
       77 WS-FON-ULT                PIC X(01) VALUE SPACES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DAS LISTAS PEP E DE SANCOES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERIR THRU P200-FIM
           IF ARQUIVO-OK
               PERFORM P300-CARREGAR THRU P300-FIM
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'PEPOFIC_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OFICIAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-OFICIAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PEPOFIC.TXT'
                   TO WS-OFICIAL-PATH
           END-IF

           DISPLAY 'PEPLIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PEPLIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PEPLIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PEPLIST.DAT'
                   TO WS-PEPLIST-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

      * PRIMEIRA PASSADA: SO LEITURA. A LISTA SO E SUBSTITUIDA SE O
      * ARQUIVO OFICIAL RECEBIDO ESTIVER INTEIRO.
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OFI-OK TO TRUE

           OPEN INPUT OFICIAL
           IF NOT FS-OFI-OK
               DISPLAY 'ARQUIVO OFICIAL NAO ENCONTRADO (FS='
                       WS-FS-OFI ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           READ OFICIAL
               AT END
                   DISPLAY 'ARQUIVO OFICIAL VAZIO.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE OFICIAL
                   GO TO P200-FIM
           END-READ
           IF NOT OFI-HEADER
               DISPLAY 'ARQUIVO OFICIAL SEM HEADER. ARQUIVO '
                   'RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE OFICIAL
               GO TO P200-FIM
           END-IF
           IF NOT OFI-LISTA-VALIDA
               DISPLAY 'LISTA ''' OFI-LISTA ''' DESCONHECIDA NO '
                   'HEADER (P = PEP, S = SANCOES). ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE OFICIAL
               GO TO P200-FIM
           END-IF
           MOVE OFI-ORIGEM TO WS-ORIGEM
           MOVE OFI-DATA   TO WS-DATA-ARQUIVO
           MOVE OFI-LISTA  TO WS-LISTA

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE OFICIAL
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           PERFORM P210-CONTAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE OFICIAL

           IF NOT TRAILER-VISTO
               DISPLAY 'ARQUIVO OFICIAL SEM TRAILER. ARQUIVO '
                   'RECUSADO; A LISTA ANTERIOR CONTINUA EM VIGOR.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           IF WS-QTD-TRAILER NOT = WS-CONTADOS
               DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                   ' DETALHES, LIDOS ' WS-CONTADOS '. ARQUIVO '
                   'RECUSADO; A LISTA ANTERIOR CONTINUA EM VIGOR.'
               MOVE 12 TO RETURN-CODE
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           .
       P200-FIM.

       P210-CONTAR-LINHA.
           READ OFICIAL
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN OFI-DETALHE
                           ADD 1 TO WS-CONTADOS
                       WHEN OFI-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE OFI-QUANTIDADE TO WS-QTD-TRAILER
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
                           AND ARQ-PROGRAMA = 'CARGAPEP'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      * SEGUNDA PASSADA: APAGA A LISTA ANTIGA DO MESMO TIPO E GRAVA
      * A NOVA. O ARQUIVO DE TRIAGEM NASCE NA PRIMEIRA CARGA.
       P300-CARREGAR.
           SET EOF-OK TO FALSE
           SET FS-OFI-OK TO TRUE
           OPEN INPUT OFICIAL
           IF NOT FS-OFI-OK
               DISPLAY 'ERRO AO REABRIR O ARQUIVO OFICIAL (FS='
                       WS-FS-OFI ').'
               MOVE 8 TO RETURN-CODE
               GO TO P300-FIM
           END-IF

           SET FS-PEP-OK TO TRUE
           OPEN I-O PEPLIST
           IF WS-FS-PEP EQUAL 35
               OPEN OUTPUT PEPLIST
               CLOSE PEPLIST
               SET FS-PEP-OK TO TRUE
               OPEN I-O PEPLIST
           END-IF
           IF NOT FS-PEP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRIAGEM (FS='
                       WS-FS-PEP ').'
               MOVE 8 TO RETURN-CODE
               CLOSE OFICIAL
               GO TO P300-FIM
           END-IF

           PERFORM P320-APAGAR-LISTA THRU P320-FIM

           MOVE 0 TO WS-SEQUENCIA
           PERFORM P310-GRAVAR-LINHA THRU P310-FIM
               UNTIL EOF-OK

           CLOSE PEPLIST
           CLOSE OFICIAL

           PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM

           IF WS-LISTA = 'P'
               DISPLAY 'LISTA CARREGADA.......: PEP'
           ELSE
               DISPLAY 'LISTA CARREGADA.......: SANCOES'
           END-IF
           DISPLAY 'ENTRADAS ANTERIORES...: ' WS-REMOVIDOS
           DISPLAY 'DETALHES NO ARQUIVO...: ' WS-CONTADOS
           DISPLAY 'ENTRADAS GRAVADAS.....: ' WS-GRAVADOS
           DISPLAY 'LINHAS INVALIDAS......: ' WS-INVALIDOS
           IF WS-INVALIDOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       P300-FIM.

       P310-GRAVAR-LINHA.
           READ OFICIAL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT OFI-DETALHE
               GO TO P310-FIM
           END-IF

           IF OFI-NOME = SPACES
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'DETALHE SEM NOME NO ARQUIVO OFICIAL. LINHA '
                   'IGNORADA.'
               GO TO P310-FIM
           END-IF

           MOVE SPACES          TO REG-PEPLIST
           ADD 1 TO WS-SEQUENCIA
           MOVE WS-LISTA        TO PEP-LISTA
           MOVE WS-SEQUENCIA    TO PEP-SEQUENCIA
           IF OFI-CPF NUMERIC
               MOVE OFI-CPF     TO PEP-CPF
           ELSE
               MOVE 0           TO PEP-CPF
           END-IF
           MOVE OFI-NOME        TO PEP-NOME
           INSPECT PEP-NOME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE PEP-NOME        TO WS-FON-ENTRADA
           COPY FONETICA.
           MOVE WS-FON-SOM      TO PEP-SOM
           MOVE OFI-DESCRICAO   TO PEP-DESCRICAO
           IF OFI-DT-INCLUSAO NUMERIC
               MOVE OFI-DT-INCLUSAO TO PEP-DT-INCLUSAO
           ELSE
               MOVE WS-DATA-ARQUIVO TO PEP-DT-INCLUSAO
           END-IF
           MOVE WS-ORIGEM       TO PEP-ORIGEM
           MOVE WS-DATA-SISTEMA TO PEP-DT-CARGA
           WRITE REG-PEPLIST
               INVALID KEY
                   ADD 1 TO WS-INVALIDOS
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
           END-WRITE
           .
       P310-FIM.

       P320-APAGAR-LISTA.
           MOVE 0 TO WS-REMOVIDOS
           SET FIM-LISTA-OK TO FALSE
           MOVE WS-LISTA TO PEP-LISTA
           MOVE 0        TO PEP-SEQUENCIA
           START PEPLIST KEY IS NOT LESS THAN PEP-CHAVE
               INVALID KEY
                   SET FIM-LISTA-OK TO TRUE
           END-START
           PERFORM P325-APAGAR-ENTRADA THRU P325-FIM
               UNTIL FIM-LISTA-OK
           .
       P320-FIM.

       P325-APAGAR-ENTRADA.
           READ PEPLIST NEXT RECORD
               AT END
                   SET FIM-LISTA-OK TO TRUE
                   GO TO P325-FIM
           END-READ
           IF PEP-LISTA NOT = WS-LISTA
               SET FIM-LISTA-OK TO TRUE
               GO TO P325-FIM
           END-IF
           DELETE PEPLIST RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVIDOS
           END-DELETE
           .
       P325-FIM.

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
               MOVE 'CARGAPEP'      TO ARQ-PROGRAMA
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

       END PROGRAM CARGAPEP.
