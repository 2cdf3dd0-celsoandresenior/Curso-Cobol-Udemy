      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CONSULTA, DADO UM ID-CONTATO, A QUEM OS DADOS DO
      *          CONTATO FORAM ENTREGUES: TODAS AS LINHAS DO REGISTRO
      *          DE COMPARTILHAMENTOS (VEJA DIVULG.cpy) - PARCEIRO OU
      *          BUREAU, DATA, PROGRAMA E DADOS ENVIADOS - E OS
      *          AVISOS DE EXPURGO JA MANDADOS A CADA UM PELO
      *          DIVPURGA (VEJA DIVAVISO.cpy). RESPONDE AO TITULAR
      *          QUE PERGUNTA 'COM QUEM MEUS DADOS FORAM
      *          COMPARTILHADOS'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVCONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT DIVAVISO ASSIGN TO DYNAMIC
               WS-DIVAVISO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS DA-CHAVE
               FILE STATUS IS WS-FS-AVI.

               SELECT RELDIV ASSIGN TO DYNAMIC
               WS-RELDIV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD DIVULG.
          COPY DIVULG.

       FD DIVAVISO.
          COPY DIVAVISO.

       FD RELDIV.
       01 REG-RELDIV                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-DIVULG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'.
       77 WS-DIVAVISO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVAVISO.DAT'.
       77 WS-RELDIV-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELDIV.TXT'.

       77 WS-ID-CONSULTA            PIC 9(05) VALUE ZEROES.
       77 WS-DADOS-DESC             PIC X(24) VALUE SPACES.

       77 WS-LIDAS                  PIC 9(07) VALUE ZEROES.
       77 WS-ENCONTRADAS            PIC 9(05) VALUE ZEROES.
       77 WS-AVISOS                 PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.

       77 WS-FS-AVI                 PIC 99.
          88 FS-AVI-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CONSULTA DE COMPARTILHAMENTOS DO CONTATO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-SOLICITAR-ID THRU P200-FIM

           OPEN OUTPUT RELDIV
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE '
                   'COMPARTILHAMENTOS.'
           END-IF
           PERFORM P340-GRAVAR-CABECALHO THRU P340-FIM
           PERFORM P300-CONSULTAR THRU P300-FIM
           PERFORM P400-AVISOS THRU P400-FIM
           IF FS-REL-OK
               CLOSE RELDIV
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'DIVULG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVULG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DIVULG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'
                   TO WS-DIVULG-PATH
           END-IF

           DISPLAY 'DIVAVISO_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVAVISO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-DIVAVISO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVAVISO.DAT'
                   TO WS-DIVAVISO-PATH
           END-IF

           DISPLAY 'RELDIV_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELDIV-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELDIV-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELDIV.TXT'
                   TO WS-RELDIV-PATH
           END-IF
           .
       P100-FIM.

       P200-SOLICITAR-ID.
           DISPLAY 'INFORME O ID DO CONTATO: '
           ACCEPT WS-ID-CONSULTA
           .
       P200-FIM.

       P300-CONSULTAR.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           OPEN INPUT DIVULG

           IF FS-OK
               PERFORM P310-LER-UMA-LINHA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE DIVULG
           ELSE
               IF FS-ARQUIVO-NAO-ENCONTRADO
                   DISPLAY 'NENHUM COMPARTILHAMENTO REGISTRADO '
                       'AINDA.'
               ELSE
                   COPY FSDIAG.
               END-IF
           END-IF
           SET EOF-OK TO FALSE

           DISPLAY 'LINHAS LIDAS.........: ' WS-LIDAS
           DISPLAY 'LINHAS ENCONTRADAS...: ' WS-ENCONTRADAS

           IF WS-ENCONTRADAS = 0
               MOVE 'OS DADOS DESTE CONTATO NUNCA FORAM COMPARTILHADOS.'
                   TO REG-RELDIV
               PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           END-IF
           .
       P300-FIM.

       P310-LER-UMA-LINHA.
           READ DIVULG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           ADD 1 TO WS-LIDAS
           IF DV-ID-CONTATO NOT = WS-ID-CONSULTA
               GO TO P310-FIM
           END-IF

           ADD 1 TO WS-ENCONTRADAS
           EVALUATE TRUE
               WHEN DV-CADASTRO
                   MOVE 'CADASTRO COMPLETO'      TO WS-DADOS-DESC
               WHEN DV-ENDERECO
                   MOVE 'ENDERECO'               TO WS-DADOS-DESC
               WHEN DV-CPF
                   MOVE 'CPF, NASCIMENTO E NOME' TO WS-DADOS-DESC
               WHEN DV-AVISO-EXCLUSAO
                   MOVE 'AVISO DE EXCLUSAO'      TO WS-DADOS-DESC
               WHEN OTHER
                   MOVE DV-DADOS                 TO WS-DADOS-DESC
           END-EVALUATE
           MOVE SPACES TO REG-RELDIV
           STRING 'EM '          DELIMITED BY SIZE
                  DV-DATA        DELIMITED BY SIZE
                  ' PARA '       DELIMITED BY SIZE
                  DV-DESTINO     DELIMITED BY SIZE
                  ' VIA '        DELIMITED BY SIZE
                  DV-PROGRAMA    DELIMITED BY SIZE
                  ' - '          DELIMITED BY SIZE
                  WS-DADOS-DESC  DELIMITED BY SIZE
                  INTO REG-RELDIV
           END-STRING
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           .
       P310-FIM.

       P340-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RELDIV
           STRING 'COMPARTILHAMENTOS DO CONTATO ID '
                                           DELIMITED BY SIZE
                  WS-ID-CONSULTA          DELIMITED BY SIZE
                  INTO REG-RELDIV
           END-STRING
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           MOVE SPACES TO REG-RELDIV
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           .
       P340-FIM.

       P350-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELDIV
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELDIV)
           .
       P350-FIM.

      * AVISOS DE EXPURGO JA ENVIADOS AOS DESTINOS QUE RECEBERAM O
      * CONTATO. O CADASTRO E CHAVEADO POR DESTINO, ENTAO E LIDO
      * INTEIRO.
       P400-AVISOS.
           MOVE SPACES TO REG-RELDIV
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           MOVE 'AVISOS DE EXPURGO ENVIADOS:' TO REG-RELDIV
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM

           SET EOF-OK TO FALSE
           SET FS-AVI-OK TO TRUE
           OPEN INPUT DIVAVISO
           IF FS-AVI-OK
               PERFORM P410-LER-AVISO THRU P410-FIM
                   UNTIL EOF-OK
               CLOSE DIVAVISO
           END-IF
           SET EOF-OK TO FALSE

           IF WS-AVISOS = 0
               MOVE 'NENHUM AVISO DE EXPURGO ENVIADO.' TO REG-RELDIV
               PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           END-IF
           .
       P400-FIM.

       P410-LER-AVISO.
           READ DIVAVISO NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF DA-ID-CONTATO NOT = WS-ID-CONSULTA
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-AVISOS
           MOVE SPACES TO REG-RELDIV
           STRING 'EM '          DELIMITED BY SIZE
                  DA-DT-AVISO    DELIMITED BY SIZE
                  ' PARA '       DELIMITED BY SIZE
                  DA-DESTINO     DELIMITED BY SIZE
                  ' MOTIVO '     DELIMITED BY SIZE
                  DA-MOTIVO      DELIMITED BY SIZE
                  INTO REG-RELDIV
           END-STRING
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           .
       P410-FIM.

       P900-FIM.
            STOP RUN.

       END PROGRAM DIVCONS.
