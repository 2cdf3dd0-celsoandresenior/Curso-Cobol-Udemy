               RECORD KEY  IS POL-CHAVE
               FILE STATUS IS WS-FS-POL.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT RELAFILE ASSIGN TO DYNAMIC
               WS-RELAFILE-PATH
               ORGANIZATION IS INDEXED
       FD POLFILE.
          COPY POLFILE.

       FD CONTCOMP.
          COPY CONTCOMP.

      * VINCULOS ENTRE CONTATOS, MANTIDOS PELO RELAMANUT.
       FD RELAFILE.
          COPY RELACONT.
          COPY FUPFILE.

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-TELEFONES-PATH         PIC X(100)
       77 WS-POL-FIM                PIC X VALUE 'N'.
          88 POL-FIM-OK             VALUE 'S' FALSE 'N'.

       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.

       77 WS-RELAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAFILE.DAT'.
       77 WS-FS-RFL                 PIC 99.
          88 FUP-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-FUP-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FUP-MOTIVO             PIC X(30) VALUE SPACES.
       77 WS-FUP-RESPONSAVEL        PIC X(08) VALUE SPACES.
       77 WS-GERENTE-FICHA          PIC X(08) VALUE SPACES.
       77 WS-CANDIDATO-FUP          PIC X(08) VALUE SPACES.
       77 WS-RESP-FUP               PIC X(01) VALUE SPACES.
       77 WS-FUP-ID                 PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CONSULTA DE CONTATOS (SOMENTE LEITURA) ***".
           COPY TREINO.
           PERFORM P100-LOCALIZA-ARQUIVOS
           SET EXIT-OK TO FALSE
           PERFORM P300-CONSULTAR THRU P300-FIM UNTIL EXIT-OK
                   TO WS-TELEFONES-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'POLFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-POLFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-POLFILE-PATH = SPACES
           DISPLAY 'GRUPO.......: ' CD-GRUPO
           DISPLAY 'OPT MALA....: ' IND-OPT-MALA
                   '  OPT E-MAIL: ' IND-OPT-EMAIL
                   '  OPT SMS: ' IND-OPT-SMS
                   '  OPT LIGACAO: ' IND-OPT-TEL
           IF TEL-NAO-PERTURBE
               DISPLAY 'TELEFONE NO CADASTRO NAO ME PERTURBE: NAO '
                       'LIGAR SEM CONSENTIMENTO REGISTRADO.'
           END-IF
           DISPLAY 'INCLUSAO....: ' DT-INCLUSAO
           DISPLAY 'ALTERACAO...: ' DT-ALTERACAO
           PERFORM P354-EXIBIR-SCORE THRU P354-FIM
           PERFORM P350-EXIBIR-TELEFONES THRU P350-FIM
           PERFORM P355-EXIBIR-APOLICES THRU P355-FIM
           PERFORM P357-EXIBIR-VINCULOS THRU P357-FIM
           .
       P358-FIM.

      * SCORE DO PROSPECTO, CALCULADO TODA NOITE PELO SCORECONT E
      * GUARDADO NO COMPLEMENTO DO CONTATO, E O GERENTE DE CONTAS
      * (CARTCONT), QUE E O RESPONSAVEL PADRAO DOS RETORNOS, E A
      * MARCA DE AREA DE RESTRICAO DE ENTREGA (CARGAREST).
       P354-EXIBIR-SCORE.
           MOVE SPACES TO WS-GERENTE-FICHA
           SET FS-CMP-OK TO TRUE
           OPEN INPUT CONTCOMP
           IF NOT FS-CMP-OK
               GO TO P354-FIM
           END-IF
           MOVE ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CMP-DT-SCORE > 0
                       DISPLAY 'SCORE.......: ' CMP-SCORE
                               '  FAIXA ' CMP-FAIXA-SCORE
                               '  EM ' CMP-DT-SCORE
                   END-IF
                   IF CMP-GERENTE NOT = SPACES
                       MOVE CMP-GERENTE TO WS-GERENTE-FICHA
                       DISPLAY 'GERENTE.....: ' CMP-GERENTE
                               '  DESDE ' CMP-DT-GERENTE
                   END-IF
                   IF CMP-EM-AREA-RESTRITA
                       DISPLAY 'ENTREGA.....: AREA DE RESTRICAO DOS '
                               'CORREIOS (RETIRAR NA AGENCIA) DESDE '
                               CMP-DT-AREA-RESTR
                   END-IF
           END-READ
           CLOSE CONTCOMP
           .
       P354-FIM.

      * APOLICES DO PARCEIRO DE SEGUROS (VEJA CARGAPOL), LISTADAS
      * AO LADO DOS TELEFONES ADICIONAIS.
       P355-EXIBIR-APOLICES.
           DISPLAY 'MOTIVO (ATE 30 CARACTERES): '
           MOVE SPACES TO WS-FUP-MOTIVO
           ACCEPT WS-FUP-MOTIVO
      * O RETORNO VAI PARA O GERENTE DE CONTAS DO CONTATO, NAO PARA
      * QUEM DIGITOU; SEM GERENTE, FICA COM QUEM DIGITOU.
           IF WS-GERENTE-FICHA NOT = SPACES
               MOVE WS-GERENTE-FICHA TO WS-FUP-RESPONSAVEL
           ELSE
               MOVE WS-OPERADOR      TO WS-FUP-RESPONSAVEL
           END-IF
           DISPLAY 'RESPONSAVEL (ENTER = ' WS-FUP-RESPONSAVEL '): '
           MOVE SPACES TO WS-CANDIDATO-FUP
           ACCEPT WS-CANDIDATO-FUP
           IF WS-CANDIDATO-FUP NOT = SPACES
               MOVE WS-CANDIDATO-FUP TO WS-FUP-RESPONSAVEL
           END-IF

           MOVE ID-CONTATO TO WS-FUP-ID
           PERFORM P368A-PROXIMA-SEQUENCIA THRU P368A-FIM
           MOVE SPACES          TO REG-FUPFILE
           MOVE WS-FUP-SEQ      TO FUP-SEQUENCIA
           MOVE WS-FUP-ID       TO FUP-ID-CONTATO
           MOVE WS-FUP-RESPONSAVEL TO FUP-OPERADOR
           MOVE WS-FUP-DATA     TO FUP-DT-PREVISTA
           MOVE WS-FUP-MOTIVO   TO FUP-MOTIVO
           MOVE 'A'             TO FUP-SITUACAO
               WRITE REG-FUPFILE
               CLOSE FUPFILE
               DISPLAY 'RETORNO #' WS-FUP-SEQ ' AGENDADO PARA '
                       WS-FUP-DATA ' (' WS-FUP-RESPONSAVEL ').'
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RETORNO (FS='
                       WS-FS-FUP ').'
