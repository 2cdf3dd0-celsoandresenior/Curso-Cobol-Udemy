      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO ARQUIVO PERIODICO DO CADASTRO NACIONAL
      *          "NAO ME PERTURBE" NO ARQUIVO DE NUMEROS BLOQUEADOS
      *          (VEJA NMPBLOQ.cpy), CHAVEADO PELO NUMERO COMPOSTO
      *          COMO O TELIDX. CADA ARQUIVO DO CADASTRO E UMA FOTO
      *          COMPLETA DA LISTA: A CARGA REFAZ O ARQUIVO DO ZERO.
      *          ANTES DE TOCAR NO ARQUIVO ATUAL, UMA PRIMEIRA
      *          PASSADA CONFERE HEADER, TRAILER E A QUANTIDADE DE
      *          DETALHES E RECUSA ARQUIVO JA CARREGADO PELO REGISTRO
      *          ARQREG, COMO O CARGAPOL; ARQUIVO RECUSADO DEIXA A
      *          LISTA ANTERIOR EM VIGOR. O CASAMENTO COM OS CONTATOS
      *          FICA COM O NMPCASA, NA JANELA NOTURNA.
      *          LAYOUT DO CADASTRO: 'H' + ORIGEM(10) + DATA(8);
      *          'D' + DDD(2) + NUMERO(9, FIXO COM ZERO A ESQUERDA)
      *          + DATA DE INSCRICAO(8); 'T' + QUANTIDADE(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGANMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CADASTRO ASSIGN TO DYNAMIC
               WS-CADASTRO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAD.

               SELECT NMPBLOQ ASSIGN TO DYNAMIC
               WS-NMPBLOQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NMP-NUMERO
               FILE STATUS IS WS-FS-NMP.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

       DATA DIVISION.

       FILE SECTION.
       FD CADASTRO.
       01 REG-CADASTRO.
           03 CAD-TIPO               PIC X(01).
               88 CAD-HEADER             VALUE 'H'.
               88 CAD-DETALHE            VALUE 'D'.
               88 CAD-TRAILER            VALUE 'T'.
           03 CAD-RESTO              PIC X(79).
       01 CAD-VISAO-HEADER REDEFINES REG-CADASTRO.
           03 FILLER                 PIC X(01).
           03 CAD-ORIGEM             PIC X(10).
           03 CAD-DATA               PIC 9(08).
           03 FILLER                 PIC X(61).
       01 CAD-VISAO-DETALHE REDEFINES REG-CADASTRO.
           03 FILLER                 PIC X(01).
           03 CAD-DDD                PIC 9(02).
           03 CAD-NUMERO.
               05 CAD-PREFIXO        PIC 9(05).
               05 CAD-SUFIXO         PIC 9(04).
           03 CAD-DT-INSCRICAO       PIC 9(08).
           03 FILLER                 PIC X(60).
       01 CAD-VISAO-TRAILER REDEFINES REG-CADASTRO.
           03 FILLER                 PIC X(01).
           03 CAD-QUANTIDADE         PIC 9(07).
           03 FILLER                 PIC X(72).

       FD NMPBLOQ.
          COPY NMPBLOQ.

       FD ARQREG.
          COPY ARQREG.

       WORKING-STORAGE SECTION.
       77 WS-CADASTRO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NMPCAD.TXT'.
       77 WS-NMPBLOQ-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NMPBLOQ.DAT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-CAD                 PIC 99.
          88 FS-CAD-OK              VALUE 0.
       77 WS-FS-NMP                 PIC 99.
          88 FS-NMP-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

      * O CADASTRO E NACIONAL: TODO NUMERO E DO PAIS 055.
       77 WS-PAIS-BRASIL            PIC 9(03) VALUE 55.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-GRAVADOS               PIC 9(07) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(07) VALUE ZEROES.
       77 WS-REPETIDOS              PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO CADASTRO NAO ME PERTURBE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CONFERIR THRU P200-FIM
           IF ARQUIVO-OK
               PERFORM P300-CARREGAR THRU P300-FIM
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'NMPCAD_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CADASTRO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CADASTRO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NMPCAD.TXT'
                   TO WS-CADASTRO-PATH
           END-IF

           DISPLAY 'NMPBLOQ_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NMPBLOQ-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NMPBLOQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NMPBLOQ.DAT'
                   TO WS-NMPBLOQ-PATH
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

      * PRIMEIRA PASSADA: SO LEITURA. O ARQUIVO DE BLOQUEADOS SO E
      * REFEITO SE O CADASTRO RECEBIDO ESTIVER INTEIRO.
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-CAD-OK TO TRUE

           OPEN INPUT CADASTRO
           IF NOT FS-CAD-OK
               DISPLAY 'ARQUIVO DO CADASTRO NAO ENCONTRADO (FS='
                       WS-FS-CAD ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           READ CADASTRO
               AT END
                   DISPLAY 'ARQUIVO DO CADASTRO VAZIO.'
                   MOVE 12 TO RETURN-CODE
                   CLOSE CADASTRO
                   GO TO P200-FIM
           END-READ
           IF NOT CAD-HEADER
               DISPLAY 'CADASTRO SEM HEADER. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE CADASTRO
               GO TO P200-FIM
           END-IF
           MOVE CAD-ORIGEM TO WS-ORIGEM
           MOVE CAD-DATA   TO WS-DATA-ARQUIVO

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE CADASTRO
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           PERFORM P210-CONTAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE CADASTRO

           IF NOT TRAILER-VISTO
               DISPLAY 'CADASTRO SEM TRAILER. ARQUIVO RECUSADO; A '
                   'LISTA ANTERIOR CONTINUA EM VIGOR.'
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
           READ CADASTRO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAD-DETALHE
                           ADD 1 TO WS-CONTADOS
                       WHEN CAD-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE CAD-QUANTIDADE TO WS-QTD-TRAILER
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
                           AND ARQ-PROGRAMA = 'CARGANMP'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      * SEGUNDA PASSADA: REFAZ O ARQUIVO DE BLOQUEADOS.
       P300-CARREGAR.
           SET EOF-OK TO FALSE
           SET FS-CAD-OK TO TRUE
           OPEN INPUT CADASTRO
           IF NOT FS-CAD-OK
               DISPLAY 'ERRO AO REABRIR O CADASTRO (FS='
                       WS-FS-CAD ').'
               MOVE 8 TO RETURN-CODE
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT NMPBLOQ
           IF NOT FS-NMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE BLOQUEADOS (FS='
                       WS-FS-NMP ').'
               MOVE 8 TO RETURN-CODE
               CLOSE CADASTRO
               GO TO P300-FIM
           END-IF

           PERFORM P310-GRAVAR-LINHA THRU P310-FIM
               UNTIL EOF-OK

           CLOSE NMPBLOQ
           CLOSE CADASTRO

           PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM

           DISPLAY 'DETALHES NO ARQUIVO...: ' WS-CONTADOS
           DISPLAY 'NUMEROS BLOQUEADOS....: ' WS-GRAVADOS
           DISPLAY 'NUMEROS INVALIDOS.....: ' WS-INVALIDOS
           DISPLAY 'NUMEROS REPETIDOS.....: ' WS-REPETIDOS
           IF WS-INVALIDOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       P300-FIM.

       P310-GRAVAR-LINHA.
           READ CADASTRO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT CAD-DETALHE
               GO TO P310-FIM
           END-IF

           IF CAD-DDD NOT NUMERIC OR CAD-NUMERO NOT NUMERIC
                   OR CAD-DDD = 0
               ADD 1 TO WS-INVALIDOS
               DISPLAY 'NUMERO INVALIDO NO CADASTRO: ' CAD-DDD ' '
                   CAD-NUMERO '. LINHA IGNORADA.'
               GO TO P310-FIM
           END-IF

           MOVE WS-PAIS-BRASIL TO NMP-NUMERO(1:3)
           MOVE CAD-DDD        TO NMP-NUMERO(4:2)
           MOVE CAD-PREFIXO    TO NMP-NUMERO(6:5)
           MOVE CAD-SUFIXO     TO NMP-NUMERO(11:4)
           IF CAD-DT-INSCRICAO NUMERIC
               MOVE CAD-DT-INSCRICAO TO NMP-DT-INSCRICAO
           ELSE
               MOVE 0 TO NMP-DT-INSCRICAO
           END-IF
           MOVE WS-DATA-SISTEMA TO NMP-DT-CARGA
           WRITE REG-NMPBLOQ
               INVALID KEY
                   ADD 1 TO WS-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
           END-WRITE
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
               MOVE 'CARGANMP'      TO ARQ-PROGRAMA
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

       END PROGRAM CARGANMP.
