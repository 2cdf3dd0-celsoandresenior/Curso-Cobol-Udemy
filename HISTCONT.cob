      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CONSULTA, DADO UM ID-CONTATO, TODAS AS ENTRADAS DO
      *          JORNAL DE TRANSACOES (ANTES/DEPOIS) REFERENTES
      *          AQUELE CONTATO, NA ORDEM EM QUE FORAM GRAVADAS,
      *          LIDAS DIRETO DO INDICE DO JORNAL POR CONTATO (VEJA
      *          JORIDX.cpy) EM VEZ DE VARRER O LOG INTEIRO, E
      *          INCLUINDO AS GERACOES JA ARQUIVADAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS.

               SELECT RELHIST ASSIGN TO DYNAMIC
       DATA DIVISION.

       FILE SECTION.
       FD JORIDX.
          COPY JORIDX.

       FD RELHIST.
       01 REG-RELHIST               PIC X(270).

       WORKING-STORAGE SECTION.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-RELHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELHIST.TXT'.

       77 WS-ID-CONSULTA            PIC 9(05) VALUE ZEROES.

      * ENTRADA DO JORNAL TRAZIDA PELO INDICE.
          COPY JORNAL.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-ENCONTRADOS            PIC 9(05) VALUE ZEROES.
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'RELHIST_PATH'        UPON ENVIRONMENT-NAME
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           OPEN INPUT JORIDX

           IF FS-OK
               OPEN OUTPUT RELHIST

               PERFORM P340-GRAVAR-CABECALHO THRU P340-FIM

               MOVE WS-ID-CONSULTA TO JIX-ID-CONTATO
               MOVE 0              TO JIX-SEQUENCIA
               START JORIDX KEY IS NOT LESS THAN JIX-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM P310-LER-UMA-LINHA THRU P310-FIM
                   UNTIL EOF-OK

               CLOSE JORIDX
               IF FS-REL-OK
                   CLOSE RELHIST
               END-IF
           ELSE
               IF FS-ARQUIVO-NAO-ENCONTRADO
                   DISPLAY 'INDICE DO JORNAL INDISPONIVEL. EXECUTE O '
                       'IDXJORN PARA CONSTRUI-LO.'
               ELSE
                   COPY FSDIAG.
               END-IF
           DISPLAY 'LINHAS ENCONTRADAS...: ' WS-ENCONTRADOS

           IF WS-ENCONTRADOS = 0
               DISPLAY 'NENHUMA ENTRADA DO JORNAL PARA ESTE ID.'
           END-IF
           .
       P300-FIM.

       P310-LER-UMA-LINHA.
           READ JORIDX NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   IF JIX-ID-CONTATO NOT = WS-ID-CONSULTA
                       SET EOF-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-ENCONTRADOS
                       MOVE JIX-ENTRADA TO REG-JORNAL
                       PERFORM P320-LISTAR-ENTRADA THRU P320-FIM
                   END-IF
           END-READ
           .
       P310-FIM.

       P320-LISTAR-ENTRADA.
           MOVE SPACES TO REG-RELHIST
           STRING 'SEQ '            DELIMITED BY SIZE
                  JOR-SEQUENCIA     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  JOR-OPERACAO      DELIMITED BY SIZE
                  ' EM '            DELIMITED BY SIZE
                  JOR-DATA          DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  JOR-HORA          DELIMITED BY SIZE
                  ' POR '           DELIMITED BY SIZE
                  JOR-OPERADOR      DELIMITED BY SIZE
                  INTO REG-RELHIST
           END-STRING
           PERFORM P350-GRAVAR-LINHA THRU P350-FIM

           IF JOR-IMAGEM-ANTES NOT = SPACES
               MOVE SPACES TO REG-RELHIST
               STRING '  ANTES : '                DELIMITED BY SIZE
                      JOR-IMAGEM-ANTES(1:250)     DELIMITED BY SIZE
                      INTO REG-RELHIST
               END-STRING
               PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           END-IF
           IF JOR-IMAGEM-DEPOIS NOT = SPACES
               MOVE SPACES TO REG-RELHIST
               STRING '  DEPOIS: '                DELIMITED BY SIZE
                      JOR-IMAGEM-DEPOIS(1:250)    DELIMITED BY SIZE
                      INTO REG-RELHIST
               END-STRING
               PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           END-IF
      * COMPLEMENTO DO CONTATO (GERENTE DE CONTAS ETC.), QUANDO A
      * ENTRADA MEXEU NELE.
           IF JOR-COMPL-ANTES NOT = SPACES
               MOVE SPACES TO REG-RELHIST
               STRING '  COMPL ANTES : '          DELIMITED BY SIZE
                      JOR-COMPL-ANTES             DELIMITED BY SIZE
                      INTO REG-RELHIST
               END-STRING
               PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           END-IF
           IF JOR-COMPL-DEPOIS NOT = SPACES
               MOVE SPACES TO REG-RELHIST
               STRING '  COMPL DEPOIS: '          DELIMITED BY SIZE
                      JOR-COMPL-DEPOIS            DELIMITED BY SIZE
                      INTO REG-RELHIST
               END-STRING
               PERFORM P350-GRAVAR-LINHA THRU P350-FIM
           END-IF
           .
       P320-FIM.

       P340-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RELHIST
           STRING 'HISTORICO DE ALTERACOES DO CONTATO ID '
