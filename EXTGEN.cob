               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.

       DATA DIVISION.

       FILE SECTION.
       FD REMREG.
          COPY REMREG.

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

       77 WS-REMREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'.
       77 WS-GRAVADOS               PIC 9(07) VALUE ZEROES.
       77 WS-EXCLUIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-SUPRIMIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-RETIDOS-PEP            PIC 9(05) VALUE ZEROES.
       77 WS-MENORES                PIC 9(05) VALUE ZEROES.
       77 WS-HASH-ID                PIC 9(12) VALUE ZEROES.

      * FILTRO DE EMPRESA (EMPRESA_COD DO SIGN-ON DO MENUCONT):
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXTRATO DE PARCEIRO DIRIGIDO POR LAYTAB ***".
           COPY TREINO.
           IF MODO-TREINO
               DISPLAY 'ENVIO A TERCEIROS NAO RODA NA BASE DE '
                       'TREINAMENTO.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
               MOVE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'
                   TO WS-REMREG-PATH
           END-IF

           DISPLAY 'DIVULG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVULG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DIVULG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'
                   TO WS-DIVULG-PATH
           END-IF
           .
       P100-FIM.

      * CONTATO PEDIU PARA NAO RECEBER MALA DIRETA: SUPRIMIDO.
                           ADD 1 TO WS-SUPRIMIDOS
                       ELSE
                       IF CPF-TITULAR-FALECIDO
      * TITULAR FALECIDO (APLCPF): NAO VAI A PARCEIRO NENHUM.
                           ADD 1 TO WS-FALECIDOS
                       ELSE
                       IF PEP-RETIDO
      * CORRESPONDENCIA NA TRIAGEM PEP/SANCOES PENDENTE OU
      * CONFIRMADA: RETIDO ATE O COMPLIANCE LIBERAR (PEPCASA).
                           ADD 1 TO WS-RETIDOS-PEP
                       ELSE
                       IF MENOR-SEM-CONSENTIMENTO
      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD): RETIDO.
                           ADD 1 TO WS-MENORES
                       ELSE
                       IF NOT CICLO-OK
      * FORA DO CICLO DE VIDA PEDIDO EM CICLO_FILTRO.
                           ADD 1 TO WS-FORA-CICLO
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ
           .
                   MOVE WS-HASH-ID      TO WS-REM-TOTAL
                   MOVE WS-EXTRATO-PATH TO WS-REM-ARQUIVO
                   COPY GRAVREM.
                   PERFORM P520-REGISTRAR-DIVULGACAO THRU P520-FIM
               ELSE
                   DISPLAY 'TRAILER NAO CONFERE COM O CONTEUDO. O '
                           'ARQUIVO NAO SERA ENVIADO.'
           .
       P510-FIM.

      * O ARQUIVO JA CONFERIDO E RELIDO E CADA DETALHE VAI PARA O
      * REGISTRO DE COMPARTILHAMENTOS: O PARCEIRO DA RODADA
      * RECEBEU O CONTATO, EM QUE DATA E QUE DADOS.
       P520-REGISTRAR-DIVULGACAO.
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
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P520-FIM
           END-IF

           OPEN INPUT EXTRATO
           IF NOT FS-EXT-OK
               DISPLAY 'ERRO AO RELER O ARQUIVO PARA O REGISTRO DE '
                       'COMPARTILHAMENTOS.'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               CLOSE DIVULG
               GO TO P520-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P521-DIVULGAR-LINHA THRU P521-FIM
               UNTIL EOF-OK
           CLOSE EXTRATO
           CLOSE DIVULG
           SET EOF-OK TO FALSE

           DISPLAY 'CONTATOS NO REGISTRO DE COMPARTILHAMENTOS: '
                   WS-DIVULGADOS
           .
       P520-FIM.

       P521-DIVULGAR-LINHA.
           READ EXTRATO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P521-FIM
           END-READ
           IF REG-EXTRATO(1:1) NOT = 'D'
               GO TO P521-FIM
           END-IF

           MOVE SPACES               TO REG-DIVULG
           MOVE REG-EXTRATO(2:5)     TO DV-ID-CONTATO
           MOVE WS-PARCEIRO          TO DV-DESTINO
           MOVE WS-DIV-DATA          TO DV-DATA
           MOVE WS-DIV-HORA          TO DV-HORA
           MOVE 'EXTGEN'             TO DV-PROGRAMA
           MOVE 'C'                  TO DV-DADOS
           WRITE REG-DIVULG
           ADD 1 TO WS-DIVULGADOS
           .
       P521-FIM.

       P800-TOTAIS.
           DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
           DISPLAY 'DETALHES GRAVADOS....: ' WS-GRAVADOS
           DISPLAY 'CONTATOS EXCLUIDOS...: ' WS-EXCLUIDOS
           DISPLAY 'SUPRIMIDOS (OPT-OUT).: ' WS-SUPRIMIDOS
           DISPLAY 'TITULARES FALECIDOS..: ' WS-FALECIDOS
           DISPLAY 'RETIDOS TRIAGEM PEP..: ' WS-RETIDOS-PEP
           DISPLAY 'MENORES RETIDOS......: ' WS-MENORES
           DISPLAY 'DE OUTRA EMPRESA.....: ' WS-FORA-EMPRESA
           DISPLAY 'HASH DE ID-CONTATO...: ' WS-HASH-ID

