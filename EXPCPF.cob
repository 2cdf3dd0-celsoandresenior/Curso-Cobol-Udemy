      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: EXPORTACAO DOS CPFS PARA A CONSULTA DE SITUACAO
      *          CADASTRAL NO BUREAU DA RECEITA: GRAVA O NR-CPF DOS
      *          CONTATOS ATIVOS PESSOA FISICA COM CPF INFORMADO NO
      *          LAYOUT FIXO DO BUREAU - HEADER COM O NUMERO DA
      *          REMESSA E A DATA, UM DETALHE POR CONTATO E TRAILER
      *          COM A CONTAGEM - E REGISTRA A REMESSA NO CADASTRO
      *          DE REMESSAS DE CPF (CPFSUB.TXT), NO MOLDE DO
      *          EXPCORR. O RETORNO DO BUREAU SO E ACEITO PELO
      *          APLCPF SE O HEADER CASAR COM UMA REMESSA AQUI
      *          REGISTRADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCPF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT REMESSA ASSIGN TO DYNAMIC
               WS-REMESSA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT CPFSUB ASSIGN TO DYNAMIC
               WS-CPFSUB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUB.

               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

      * ARQUIVO DE REMESSA NO LAYOUT FIXO DO BUREAU: 'H' + NUMERO
      * DA REMESSA (AAAAMMDD + SEQUENCIA DO DIA) + DATA; 'D' + ID +
      * CPF + DATA DE NASCIMENTO + NOME; 'T' + CONTAGEM DE DETALHES.
       FD REMESSA.
       01 REG-REMESSA               PIC X(80).

      * CADASTRO DE REMESSAS DE CPF ENVIADAS AO BUREAU (MESMO
      * LAYOUT DO CORRSUB DO EXPCORR).
       FD CPFSUB.
       01 REG-CPFSUB.
           03 SUB-NUMERO             PIC 9(10).
           03 SUB-DATA               PIC 9(08).
           03 SUB-DETALHES           PIC 9(05).
           03 SUB-SITUACAO           PIC X(01).
               88 SUB-ENVIADA            VALUE 'E'.
               88 SUB-APLICADA           VALUE 'A'.

      * REGISTRO DE COMPARTILHAMENTOS POR CONTATO (VEJA DIVULG.cpy),
      * UMA LINHA POR CONTATO EFETIVAMENTE ENVIADO AO DESTINO.
       FD DIVULG.
          COPY DIVULG.

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.

      * REGISTRO DE COMPARTILHAMENTOS (VEJA DIVULG.cpy).
       77 WS-DIVULG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'.
       77 WS-FS-DIV                 PIC 99.
          88 FS-DIV-OK              VALUE 0.
       77 WS-DIV-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-DIV-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-DIVULGADOS             PIC 9(07) VALUE ZEROES.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-REMESSA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CPFENV.TXT'.
       77 WS-CPFSUB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CPFSUB.TXT'.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-REM                 PIC 99.
          88 FS-REM-OK              VALUE 0.
       77 WS-FS-SUB                 PIC 99.
          88 FS-SUB-OK              VALUE 0.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-SEQ-DIA                PIC 9(02) VALUE ZEROES.
       77 WS-NUMERO-REMESSA         PIC 9(10) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-EXPORTADOS             PIC 9(05) VALUE ZEROES.
       77 WS-SEM-CPF                PIC 9(05) VALUE ZEROES.
       77 WS-JA-FALECIDOS           PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXPORTACAO DE CPFS PARA O BUREAU ***".
           COPY TREINO.
           IF MODO-TREINO
               DISPLAY 'ENVIO A TERCEIROS NAO RODA NA BASE DE '
                       'TREINAMENTO.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-NUMERO-REMESSA THRU P150-FIM
           PERFORM P200-EXPORTAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CPFENV_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-REMESSA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-REMESSA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CPFENV.TXT'
                   TO WS-REMESSA-PATH
           END-IF

           DISPLAY 'CPFSUB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CPFSUB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CPFSUB-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CPFSUB.TXT'
                   TO WS-CPFSUB-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY 'DIVULG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVULG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DIVULG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'
                   TO WS-DIVULG-PATH
           END-IF
           .
       P100-FIM.

      * NUMERO DA REMESSA: DATA DO DIA + SEQUENCIA DENTRO DO DIA,
      * TIRADA DO CADASTRO DE REMESSAS.
       P150-NUMERO-REMESSA.
           MOVE 0 TO WS-SEQ-DIA
           SET EOF-OK TO FALSE
           SET FS-SUB-OK TO TRUE
           OPEN INPUT CPFSUB
           IF FS-SUB-OK
               PERFORM P160-CONTA-REMESSA THRU P160-FIM
                   UNTIL EOF-OK
               CLOSE CPFSUB
           END-IF
           SET EOF-OK TO FALSE
           ADD 1 TO WS-SEQ-DIA
           COMPUTE WS-NUMERO-REMESSA =
               WS-DATA-SISTEMA * 100 + WS-SEQ-DIA
           END-COMPUTE
           DISPLAY 'NUMERO DA REMESSA: ' WS-NUMERO-REMESSA
           .
       P150-FIM.

       P160-CONTA-REMESSA.
           READ CPFSUB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF SUB-DATA = WS-DATA-SISTEMA
                       ADD 1 TO WS-SEQ-DIA
                   END-IF
           END-READ
           .
       P160-FIM.

       P200-EXPORTAR.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           OPEN OUTPUT REMESSA
           IF NOT FS-REM-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE REMESSA (FS='
                       WS-FS-REM ').'
               MOVE 8 TO RETURN-CODE
               CLOSE CONTATOS
               GO TO P200-FIM
           END-IF

           MOVE SPACES TO REG-REMESSA
           STRING 'H'                DELIMITED BY SIZE
                  WS-NUMERO-REMESSA  DELIMITED BY SIZE
                  WS-DATA-SISTEMA    DELIMITED BY SIZE
                  INTO REG-REMESSA
           END-STRING
           WRITE REG-REMESSA

           PERFORM P210-EXPORTAR-REGISTRO THRU P210-FIM
               UNTIL EOF-OK

           MOVE SPACES TO REG-REMESSA
           STRING 'T'                DELIMITED BY SIZE
                  WS-EXPORTADOS      DELIMITED BY SIZE
                  INTO REG-REMESSA
           END-STRING
           WRITE REG-REMESSA

           CLOSE REMESSA
           CLOSE CONTATOS

           PERFORM P300-REGISTRAR-REMESSA THRU P300-FIM
           PERFORM P350-REGISTRAR-DIVULGACAO THRU P350-FIM

           DISPLAY 'REGISTROS LIDOS.......: ' WS-LIDOS
           DISPLAY 'CPFS EXPORTADOS.......: ' WS-EXPORTADOS
           DISPLAY 'SEM CPF OU PJ.........: ' WS-SEM-CPF
           DISPLAY 'JA DADOS COMO FALECIDO: ' WS-JA-FALECIDOS
           .
       P200-FIM.

      * SO PESSOA FISICA ATIVA COM CPF INFORMADO; O TITULAR JA DADO
      * COMO FALECIDO NAO VOLTA A SER CONSULTADO.
       P210-EXPORTAR-REGISTRO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO
               GO TO P210-FIM
           END-IF
           IF NOT PESSOA-FISICA OR NR-CPF = 0
               ADD 1 TO WS-SEM-CPF
               GO TO P210-FIM
           END-IF
           IF CPF-TITULAR-FALECIDO
               ADD 1 TO WS-JA-FALECIDOS
               GO TO P210-FIM
           END-IF

           MOVE SPACES TO REG-REMESSA
           STRING 'D'           DELIMITED BY SIZE
                  ID-CONTATO    DELIMITED BY SIZE
                  NR-CPF        DELIMITED BY SIZE
                  DT-NASCIMENTO DELIMITED BY SIZE
                  NM-CONTATO    DELIMITED BY SIZE
                  INTO REG-REMESSA
           END-STRING
           WRITE REG-REMESSA
           ADD 1 TO WS-EXPORTADOS
           .
       P210-FIM.

       P300-REGISTRAR-REMESSA.
           SET FS-SUB-OK TO TRUE
           OPEN EXTEND CPFSUB
           IF WS-FS-SUB EQUAL 35
               OPEN OUTPUT CPFSUB
           END-IF

           IF FS-SUB-OK
               MOVE SPACES            TO REG-CPFSUB
               MOVE WS-NUMERO-REMESSA TO SUB-NUMERO
               MOVE WS-DATA-SISTEMA   TO SUB-DATA
               MOVE WS-EXPORTADOS     TO SUB-DETALHES
               MOVE 'E'               TO SUB-SITUACAO
               WRITE REG-CPFSUB
               CLOSE CPFSUB
               DISPLAY 'REMESSA REGISTRADA NO CADASTRO.'
           ELSE
               DISPLAY 'ERRO AO REGISTRAR A REMESSA (FS='
                       WS-FS-SUB ').'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       P300-FIM.

      * O ARQUIVO JA CONFERIDO E RELIDO E CADA DETALHE VAI PARA O
      * REGISTRO DE COMPARTILHAMENTOS: O BUREAU DE CPF
      * RECEBEU O CONTATO, EM QUE DATA E QUE DADOS.
       P350-REGISTRAR-DIVULGACAO.
           MOVE 0 TO WS-DIVULGADOS
           ACCEPT WS-DIV-DATA FROM DATE YYYYMMDD
           ACCEPT WS-DIV-HORA FROM TIME

           OPEN EXTEND DIVULG
           IF WS-FS-DIV EQUAL 35
               OPEN OUTPUT DIVULG
           END-IF
           IF NOT FS-DIV-OK
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DE COMPARTILHAMENTOS'
                       ' (FS=' WS-FS-DIV ').'
               GO TO P350-FIM
           END-IF

           OPEN INPUT REMESSA
           IF NOT FS-REM-OK
               DISPLAY 'ERRO AO RELER O ARQUIVO PARA O REGISTRO DE '
                       'COMPARTILHAMENTOS.'
               CLOSE DIVULG
               GO TO P350-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P351-DIVULGAR-LINHA THRU P351-FIM
               UNTIL EOF-OK
           CLOSE REMESSA
           CLOSE DIVULG
           SET EOF-OK TO FALSE

           DISPLAY 'CONTATOS NO REGISTRO DE COMPARTILHAMENTOS: '
                   WS-DIVULGADOS
           .
       P350-FIM.

       P351-DIVULGAR-LINHA.
           READ REMESSA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P351-FIM
           END-READ
           IF REG-REMESSA(1:1) NOT = 'D'
               GO TO P351-FIM
           END-IF

           MOVE SPACES               TO REG-DIVULG
           MOVE REG-REMESSA(2:5)     TO DV-ID-CONTATO
           MOVE 'BUREAUCPF'          TO DV-DESTINO
           MOVE WS-DIV-DATA          TO DV-DATA
           MOVE WS-DIV-HORA          TO DV-HORA
           MOVE 'EXPCPF'             TO DV-PROGRAMA
           MOVE 'F'                  TO DV-DADOS
           WRITE REG-DIVULG
           ADD 1 TO WS-DIVULGADOS
           .
       P351-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM EXPCPF.
