               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUB.

               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.

       DATA DIVISION.

       FILE SECTION.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXPORTACAO PARA O BUREAU DE ENDERECOS ***".
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

           CLOSE CONTATOS

           PERFORM P300-REGISTRAR-REMESSA THRU P300-FIM
           PERFORM P350-REGISTRAR-DIVULGACAO THRU P350-FIM

           DISPLAY 'REGISTROS LIDOS.......: ' WS-LIDOS
           DISPLAY 'ENDERECOS EXPORTADOS..: ' WS-EXPORTADOS
           .
       P300-FIM.

      * O ARQUIVO JA CONFERIDO E RELIDO E CADA DETALHE VAI PARA O
      * REGISTRO DE COMPARTILHAMENTOS: O BUREAU DE ENDERECOS
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
           MOVE 'CORREIOS'           TO DV-DESTINO
           MOVE WS-DIV-DATA          TO DV-DATA
           MOVE WS-DIV-HORA          TO DV-HORA
           MOVE 'EXPCORR'            TO DV-PROGRAMA
           MOVE 'E'                  TO DV-DADOS
           WRITE REG-DIVULG
           ADD 1 TO WS-DIVULGADOS
           .
       P351-FIM.

       P900-FIM.
            GOBACK.

