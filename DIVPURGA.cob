      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: AVISO DIARIO DE EXPURGO AOS PARCEIROS E BUREAUS:
      *          ORDENA O REGISTRO DE COMPARTILHAMENTOS (DIVULG) POR
      *          DESTINO E CONTATO E, PARA CADA CONTATO QUE UM
      *          DESTINO RECEBEU, CONFERE O CADASTRO ATUAL. O CONTATO
      *          EXCLUIDO (OU JA ELIMINADO DO CADASTRO) DEPOIS DO
      *          ENVIO, OU QUE FEZ OPOSICAO (IND-OPT-MALA = 'N')
      *          DEPOIS DE O PARCEIRO RECEBER O CADASTRO, SAI NUM
      *          ARQUIVO POR DESTINO, PURGA_<DESTINO>_AAAAMMDD.TXT,
      *          PARA O DESTINO APAGAR. LAYOUT: 'H' + DESTINO + DATA;
      *          'D' + ID-CONTATO + MOTIVO ('E' = EXCLUIDO, 'O' =
      *          OPOSICAO); 'T' + QUANTIDADE + HASH DE ID-CONTATO.
      *          OS BUREAUS (ENDERECO, CPF) SO RECEBEM AVISO DE
      *          EXCLUSAO: A OPOSICAO A MALA NAO ALCANCA O
      *          TRATAMENTO QUE ELES FAZEM POR CONTA DA CASA.
      *          O AVISO SAI UMA VEZ SO: FICA NO CADASTRO DIVAVISO E
      *          SO SE REPETE SE O DESTINO RECEBER O CONTATO DE NOVO.
      *          A EXCLUSAO JA LEVADA PELO DELTA ('E' DO DELTAEXT)
      *          CONTA COMO AVISADA. CADA ARQUIVO ENTRA NO REGISTRO
      *          DE REMESSAS (REMREG), A ESPERA DO RECIBO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVPURGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT DIVAVISO ASSIGN TO DYNAMIC
               WS-DIVAVISO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS DA-CHAVE
               FILE STATUS IS WS-FS-AVI.

               SELECT PURGA ASSIGN TO DYNAMIC
               WS-PURGA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PUR.

               SELECT REMREG ASSIGN TO DYNAMIC
               WS-REMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

       DATA DIVISION.

       FILE SECTION.
       FD DIVULG.
          COPY DIVULG.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD DIVAVISO.
          COPY DIVAVISO.

       FD PURGA.
       01 REG-PURGA                 PIC X(40).

      * REGISTRO DE REMESSAS ENVIADAS (VEJA REMREG.cpy/GRAVREM.cpy),
      * CONFERIDO PELO ACKCONT CONTRA OS RECIBOS DOS DESTINOS.
       FD REMREG.
          COPY REMREG.

      * ARQUIVO DE TRABALHO DO SORT: AS LINHAS DO DIVULG ORDENADAS
      * POR DESTINO + CONTATO + DATA + HORA.
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SW-ID-CONTATO          PIC 9(05).
           03 SW-DESTINO             PIC X(10).
           03 SW-DATA                PIC 9(08).
           03 SW-HORA                PIC 9(08).
           03 SW-PROGRAMA            PIC X(12).
           03 SW-DADOS               PIC X(01).
               88 SW-CADASTRO            VALUE 'C'.
               88 SW-AVISO-EXCLUSAO      VALUE 'X'.

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.
       77 WS-DIVULG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-DIVAVISO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVAVISO.DAT'.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVSRT.TMP'.
       77 WS-PURGA-DIR              PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\'.
       77 WS-PURGA-PATH             PIC X(100) VALUE SPACES.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-DIV                 PIC 99.
          88 FS-DIV-OK              VALUE 0.
       77 WS-FS-AVI                 PIC 99.
          88 FS-AVI-OK              VALUE 0.
       77 WS-FS-PUR                 PIC 99.
          88 FS-PUR-OK              VALUE 0.

       77 WS-REMREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'.
       77 WS-FS-REM                 PIC 99.
          88 FS-REM-OK              VALUE 0.
       77 WS-REM-PROGRAMA           PIC X(12) VALUE 'DIVPURGA'.
       77 WS-REM-DESTINO            PIC X(10) VALUE SPACES.
       77 WS-REM-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-REM-TOTAL              PIC 9(15) VALUE ZEROES.
       77 WS-REM-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * QUEBRA CORRENTE: DESTINO E CONTATO EM TRATAMENTO.
       77 WS-DESTINO-CORRENTE       PIC X(10) VALUE SPACES.
       77 WS-ID-CORRENTE            PIC 9(05) VALUE ZEROES.
       77 WS-TEM-GRUPO              PIC X VALUE 'N'.
          88 TEM-GRUPO              VALUE 'S' FALSE 'N'.

      * O QUE O DESTINO RECEBEU DO CONTATO: DATA DO ULTIMO ENVIO COM
      * DADOS, SE ALGUM ENVIO LEVOU O CADASTRO, E A DATA DO ULTIMO
      * AVISO DE EXCLUSAO MANDADO PELO DELTA.
       77 WS-ULT-ENVIO              PIC 9(08) VALUE ZEROES.
       77 WS-ULT-AVISO-X            PIC 9(08) VALUE ZEROES.
       77 WS-TEVE-CADASTRO          PIC X VALUE 'N'.
          88 TEVE-CADASTRO          VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO                 PIC X(01) VALUE SPACES.

      * ARQUIVO DE EXPURGO DO DESTINO CORRENTE, ABERTO NO PRIMEIRO
      * CONTATO A AVISAR.
       77 WS-PURGA-ABERTA           PIC X VALUE 'N'.
          88 PURGA-ABERTA           VALUE 'S' FALSE 'N'.
       77 WS-PURGA-QTD              PIC 9(07) VALUE ZEROES.
       77 WS-PURGA-HASH             PIC 9(15) VALUE ZEROES.

       77 WS-LINHAS                 PIC 9(07) VALUE ZEROES.
       77 WS-PARES                  PIC 9(07) VALUE ZEROES.
       77 WS-AVISADOS               PIC 9(07) VALUE ZEROES.
       77 WS-AVISADOS-EXC           PIC 9(07) VALUE ZEROES.
       77 WS-AVISADOS-OPT           PIC 9(07) VALUE ZEROES.
       77 WS-JA-AVISADOS            PIC 9(07) VALUE ZEROES.
       77 WS-ARQUIVOS               PIC 9(03) VALUE ZEROES.

       77 WS-FIM-SORT               PIC X.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** AVISO DE EXPURGO AOS PARCEIROS ***".
           COPY TREINO.
           IF MODO-TREINO
               DISPLAY 'ENVIO A TERCEIROS NAO RODA NA BASE DE '
                       'TREINAMENTO.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P100-LOCALIZA-ARQUIVOS

           SET FS-DIV-OK TO TRUE
           OPEN INPUT DIVULG
           IF NOT FS-DIV-OK
               IF WS-FS-DIV = 35
                   DISPLAY 'NENHUM COMPARTILHAMENTO REGISTRADO AINDA.'
               ELSE
                   DISPLAY 'ERRO AO LER O REGISTRO DE '
                           'COMPARTILHAMENTOS (FS=' WS-FS-DIV ').'
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM P900-FIM
           END-IF
           CLOSE DIVULG

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           PERFORM P150-ABRIR-AVISOS THRU P150-FIM
           IF NOT FS-AVI-OK
               CLOSE CONTATOS
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           SORT SORTWORK
               ON ASCENDING KEY SW-DESTINO SW-ID-CONTATO
                                SW-DATA SW-HORA
               USING DIVULG
               OUTPUT PROCEDURE IS P500-AVISAR
                   THRU P500-FIM

           CLOSE DIVAVISO
           CLOSE CONTATOS

           DISPLAY 'LINHAS DO REGISTRO........: ' WS-LINHAS
           DISPLAY 'PARES DESTINO/CONTATO.....: ' WS-PARES
           DISPLAY 'AVISOS DE EXPURGO.........: ' WS-AVISADOS
           DISPLAY '  POR EXCLUSAO............: ' WS-AVISADOS-EXC
           DISPLAY '  POR OPOSICAO............: ' WS-AVISADOS-OPT
           DISPLAY 'JA AVISADOS ANTES.........: ' WS-JA-AVISADOS
           DISPLAY 'ARQUIVOS GERADOS..........: ' WS-ARQUIVOS
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'DIVULG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVULG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DIVULG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'
                   TO WS-DIVULG-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'DIVAVISO_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVAVISO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-DIVAVISO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVAVISO.DAT'
                   TO WS-DIVAVISO-PATH
           END-IF

           DISPLAY 'DIVSRT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVSRT.TMP'
                   TO WS-SORTWORK-PATH
           END-IF

           DISPLAY 'PURGA_DIR'           UPON ENVIRONMENT-NAME
           ACCEPT   WS-PURGA-DIR         FROM ENVIRONMENT-VALUE
           IF WS-PURGA-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\'
                   TO WS-PURGA-DIR
           END-IF

           DISPLAY 'REMREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-REMREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-REMREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'
                   TO WS-REMREG-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P150-ABRIR-AVISOS.
           SET FS-AVI-OK TO TRUE
           OPEN I-O DIVAVISO
           IF WS-FS-AVI = 35
               OPEN OUTPUT DIVAVISO
               CLOSE DIVAVISO
               OPEN I-O DIVAVISO
           END-IF
           IF NOT FS-AVI-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE AVISOS DE '
                       'EXPURGO (FS=' WS-FS-AVI ').'
           END-IF
           .
       P150-FIM.

      * SAIDA DO SORT: QUEBRA POR DESTINO (UM ARQUIVO DE EXPURGO
      * CADA) E, DENTRO DELE, POR CONTATO.
       P500-AVISAR.
           SET TEM-GRUPO TO FALSE
           SET PURGA-ABERTA TO FALSE
           SET FIM-SORT-OK TO FALSE
           PERFORM P510-RETORNAR-LINHA THRU P510-FIM
               UNTIL FIM-SORT-OK
           IF TEM-GRUPO
               PERFORM P530-FECHAR-CONTATO THRU P530-FIM
           END-IF
           IF PURGA-ABERTA
               PERFORM P560-FECHAR-PURGA THRU P560-FIM
           END-IF
           .
       P500-FIM.

       P510-RETORNAR-LINHA.
           RETURN SORTWORK
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM P520-TRATAR-LINHA THRU P520-FIM
           END-RETURN
           .
       P510-FIM.

       P520-TRATAR-LINHA.
           ADD 1 TO WS-LINHAS
           IF TEM-GRUPO
                   AND (SW-DESTINO NOT = WS-DESTINO-CORRENTE
                    OR SW-ID-CONTATO NOT = WS-ID-CORRENTE)
               PERFORM P530-FECHAR-CONTATO THRU P530-FIM
               SET TEM-GRUPO TO FALSE
           END-IF
           IF PURGA-ABERTA AND SW-DESTINO NOT = WS-DESTINO-CORRENTE
               PERFORM P560-FECHAR-PURGA THRU P560-FIM
           END-IF

           IF NOT TEM-GRUPO
               SET TEM-GRUPO TO TRUE
               ADD 1 TO WS-PARES
               MOVE SW-DESTINO    TO WS-DESTINO-CORRENTE
               MOVE SW-ID-CONTATO TO WS-ID-CORRENTE
               MOVE 0             TO WS-ULT-ENVIO
               MOVE 0             TO WS-ULT-AVISO-X
               SET TEVE-CADASTRO TO FALSE
           END-IF

           IF SW-AVISO-EXCLUSAO
               MOVE SW-DATA TO WS-ULT-AVISO-X
           ELSE
               MOVE SW-DATA TO WS-ULT-ENVIO
               IF SW-CADASTRO
                   SET TEVE-CADASTRO TO TRUE
               END-IF
           END-IF
           .
       P520-FIM.

      * FIM DO CONTATO NO DESTINO: DECIDE SE HA O QUE AVISAR.
       P530-FECHAR-CONTATO.
           IF WS-ULT-ENVIO = 0
               GO TO P530-FIM
           END-IF

           MOVE SPACES TO WS-MOTIVO
           MOVE WS-ID-CORRENTE TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   MOVE 'E' TO WS-MOTIVO
               NOT INVALID KEY
                   IF CONTATO-EXCLUIDO
                       MOVE 'E' TO WS-MOTIVO
                   ELSE
                       IF OPT-MALA-NAO AND TEVE-CADASTRO
                           MOVE 'O' TO WS-MOTIVO
                       END-IF
                   END-IF
           END-READ
           IF WS-MOTIVO = SPACES
               GO TO P530-FIM
           END-IF

      * A EXCLUSAO JA LEVADA PELO DELTA DEPOIS DO ULTIMO ENVIO NAO
      * PRECISA DE NOVO AVISO.
           IF WS-MOTIVO = 'E' AND WS-ULT-AVISO-X NOT < WS-ULT-ENVIO
               ADD 1 TO WS-JA-AVISADOS
               GO TO P530-FIM
           END-IF

           MOVE WS-DESTINO-CORRENTE TO DA-DESTINO
           MOVE WS-ID-CORRENTE      TO DA-ID-CONTATO
           READ DIVAVISO
               INVALID KEY
                   MOVE 0 TO DA-DT-AVISO
           END-READ
           IF FS-AVI-OK AND DA-DT-AVISO NOT < WS-ULT-ENVIO
               ADD 1 TO WS-JA-AVISADOS
               GO TO P530-FIM
           END-IF

           IF NOT PURGA-ABERTA
               PERFORM P550-ABRIR-PURGA THRU P550-FIM
           END-IF
           IF NOT PURGA-ABERTA
               GO TO P530-FIM
           END-IF

           MOVE SPACES TO REG-PURGA
           STRING 'D'                DELIMITED BY SIZE
                  WS-ID-CORRENTE     DELIMITED BY SIZE
                  WS-MOTIVO          DELIMITED BY SIZE
                  INTO REG-PURGA
           END-STRING
           WRITE REG-PURGA
           ADD 1 TO WS-PURGA-QTD
           ADD WS-ID-CORRENTE TO WS-PURGA-HASH
           ADD 1 TO WS-AVISADOS
           IF WS-MOTIVO = 'E'
               ADD 1 TO WS-AVISADOS-EXC
           ELSE
               ADD 1 TO WS-AVISADOS-OPT
           END-IF

           PERFORM P540-MARCAR-AVISO THRU P540-FIM
           .
       P530-FIM.

       P540-MARCAR-AVISO.
           MOVE WS-DESTINO-CORRENTE TO DA-DESTINO
           MOVE WS-ID-CORRENTE      TO DA-ID-CONTATO
           MOVE WS-DATA-SISTEMA     TO DA-DT-AVISO
           MOVE WS-MOTIVO           TO DA-MOTIVO
           IF FS-AVI-OK
               REWRITE REG-DIVAVISO
           ELSE
               WRITE REG-DIVAVISO
           END-IF
           IF NOT FS-AVI-OK
               DISPLAY 'ERRO AO GRAVAR O AVISO DE ' WS-ID-CORRENTE
                       ' PARA ' WS-DESTINO-CORRENTE
                       ' (FS=' WS-FS-AVI ').'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       P540-FIM.

       P550-ABRIR-PURGA.
           MOVE SPACES TO WS-PURGA-PATH
           STRING WS-PURGA-DIR        DELIMITED BY SPACE
                  'PURGA_'            DELIMITED BY SIZE
                  WS-DESTINO-CORRENTE DELIMITED BY SPACE
                  '_'                 DELIMITED BY SIZE
                  WS-DATA-SISTEMA     DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-PURGA-PATH
           END-STRING

           OPEN OUTPUT PURGA
           IF NOT FS-PUR-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE EXPURGO DE '
                       WS-DESTINO-CORRENTE ' (FS=' WS-FS-PUR ').'
               MOVE 8 TO RETURN-CODE
               GO TO P550-FIM
           END-IF

           SET PURGA-ABERTA TO TRUE
           MOVE 0 TO WS-PURGA-QTD
           MOVE 0 TO WS-PURGA-HASH
           MOVE SPACES TO REG-PURGA
           STRING 'H'                 DELIMITED BY SIZE
                  WS-DESTINO-CORRENTE DELIMITED BY SIZE
                  WS-DATA-SISTEMA     DELIMITED BY SIZE
                  INTO REG-PURGA
           END-STRING
           WRITE REG-PURGA
           .
       P550-FIM.

       P560-FECHAR-PURGA.
           MOVE SPACES TO REG-PURGA
           STRING 'T'                 DELIMITED BY SIZE
                  WS-PURGA-QTD        DELIMITED BY SIZE
                  WS-PURGA-HASH       DELIMITED BY SIZE
                  INTO REG-PURGA
           END-STRING
           WRITE REG-PURGA
           CLOSE PURGA
           SET PURGA-ABERTA TO FALSE
           ADD 1 TO WS-ARQUIVOS
           DISPLAY 'EXPURGO PARA ' WS-DESTINO-CORRENTE ': '
                   WS-PURGA-QTD ' CONTATOS EM '
                   FUNCTION TRIM(WS-PURGA-PATH)

      * O ARQUIVO ENTRA NO REGISTRO DE REMESSAS DO DESTINO.
           MOVE WS-DESTINO-CORRENTE TO WS-REM-DESTINO
           MOVE WS-PURGA-QTD        TO WS-REM-REGISTROS
           MOVE WS-PURGA-HASH       TO WS-REM-TOTAL
           MOVE WS-PURGA-PATH       TO WS-REM-ARQUIVO
           COPY GRAVREM.
           .
       P560-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM DIVPURGA.
