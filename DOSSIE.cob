      *          COMPLETA DO CADASTRO-PF, OS TELEFONES ADICIONAIS,
      *          O HISTORICO DE ENDERECOS (ENDHIST), TODAS AS
      *          ENTRADAS DO CAMPHIST, O HISTORICO DE MUDANCAS DO
      *          JORNAL, OS COMPARTILHAMENTOS COM TERCEIROS (DIVULG)
      *          E AS DATAS DE CONSENTIMENTO - COM CABECALHO
      *          REGISTRANDO A DATA DO PEDIDO E O OPERADOR QUE
      *          RODOU, POIS A PROPRIA EXECUCAO PRECISA SER
      *          EVIDENCIADA.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CMP.

               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JOR.

               SELECT RELDOSSIE ASSIGN TO DYNAMIC
       FD CAMPHIST.
          COPY CAMPHIST.

       FD DIVULG.
          COPY DIVULG.

       FD JORIDX.
          COPY JORIDX.

       FD RELDOSSIE.
       01 REG-RELDOSSIE             PIC X(100).
          VALUE 'C:\Users\gotic\opencobolfiles\ENDHIST.TXT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-DIVULG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-RELDOSSIE-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELDOSSIE.TXT'.

          88 FS-EH-OK               VALUE 0.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-FS-DIV                 PIC 99.
          88 FS-DIV-OK              VALUE 0.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.


      * ENTRADA DO JORNAL TRAZIDA PELO INDICE POR CONTATO.
          COPY JORNAL.

       77 WS-ID-CONSULTA            PIC 9(05) VALUE ZEROES.
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-ENDERECOS-LISTADOS     PIC 9(03) VALUE ZEROES.
       77 WS-CAMPANHAS-LISTADAS     PIC 9(03) VALUE ZEROES.
       77 WS-MUDANCAS-LISTADAS      PIC 9(03) VALUE ZEROES.
       77 WS-DIVULGACOES-LISTADAS   PIC 9(05) VALUE ZEROES.
       77 WS-DIV-DADOS-DESC         PIC X(24) VALUE SPACES.

       77 WS-TEL-FIM                PIC X VALUE 'N'.
          88 TEL-FIM-OK             VALUE 'S' FALSE 'N'.
           PERFORM P400-TELEFONES THRU P400-FIM
           PERFORM P500-ENDERECOS THRU P500-FIM
           PERFORM P600-CAMPANHAS THRU P600-FIM
           PERFORM P650-COMPARTILHAMENTOS THRU P650-FIM
           PERFORM P700-JORNAL THRU P700-FIM

           CLOSE RELDOSSIE
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'DIVULG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIVULG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DIVULG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DIVULG.TXT'
                   TO WS-DIVULG-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF


           DISPLAY 'RELDOSSIE_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELDOSSIE-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELDOSSIE-PATH = SPACES
                  IND-OPT-MALA       DELIMITED BY SIZE
                  '  OPT E-MAIL: '   DELIMITED BY SIZE
                  IND-OPT-EMAIL      DELIMITED BY SIZE
                  '  OPT SMS: '      DELIMITED BY SIZE
                  IND-OPT-SMS        DELIMITED BY SIZE
                  ' EM '             DELIMITED BY SIZE
                  DT-OPT-SMS         DELIMITED BY SIZE
                  '  OPT LIGACAO: '  DELIMITED BY SIZE
                  IND-OPT-TEL        DELIMITED BY SIZE
                  INTO REG-RELDOSSIE
           END-STRING
           PERFORM P800-GRAVAR-LINHA THRU P800-FIM

           IF TEL-NAO-PERTURBE
               MOVE 'TELEFONE INSCRITO NO CADASTRO NAO ME PERTURBE.'
                   TO REG-RELDOSSIE
               PERFORM P800-GRAVAR-LINHA THRU P800-FIM
           END-IF
           .
       P300-FIM.

           .
       P610-FIM.

      * A QUEM OS DADOS DO TITULAR FORAM ENTREGUES: CADA ARQUIVO
      * ENVIADO A PARCEIRO OU BUREAU EM QUE O CONTATO CONSTOU.
       P650-COMPARTILHAMENTOS.
           MOVE SPACES TO REG-RELDOSSIE
           PERFORM P800-GRAVAR-LINHA THRU P800-FIM
           MOVE '--- COMPARTILHAMENTOS COM TERCEIROS ---'
               TO REG-RELDOSSIE
           PERFORM P800-GRAVAR-LINHA THRU P800-FIM

           SET EOF-OK TO FALSE
           SET FS-DIV-OK TO TRUE
           OPEN INPUT DIVULG
           IF FS-DIV-OK
               PERFORM P660-LISTAR-COMPARTILHAMENTO THRU P660-FIM
                   UNTIL EOF-OK
               CLOSE DIVULG
           END-IF
           SET EOF-OK TO FALSE

           IF WS-DIVULGACOES-LISTADAS = 0
               MOVE 'NENHUM COMPARTILHAMENTO REGISTRADO.'
                   TO REG-RELDOSSIE
               PERFORM P800-GRAVAR-LINHA THRU P800-FIM
           END-IF
           .
       P650-FIM.

       P660-LISTAR-COMPARTILHAMENTO.
           READ DIVULG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P660-FIM
           END-READ
           IF DV-ID-CONTATO NOT = WS-ID-CONSULTA
               GO TO P660-FIM
           END-IF

           ADD 1 TO WS-DIVULGACOES-LISTADAS
           EVALUATE TRUE
               WHEN DV-CADASTRO
                   MOVE 'CADASTRO COMPLETO'     TO WS-DIV-DADOS-DESC
               WHEN DV-ENDERECO
                   MOVE 'ENDERECO'              TO WS-DIV-DADOS-DESC
               WHEN DV-CPF
                   MOVE 'CPF, NASCIMENTO E NOME' TO WS-DIV-DADOS-DESC
               WHEN DV-AVISO-EXCLUSAO
                   MOVE 'AVISO DE EXCLUSAO'     TO WS-DIV-DADOS-DESC
               WHEN OTHER
                   MOVE DV-DADOS                TO WS-DIV-DADOS-DESC
           END-EVALUATE
           MOVE SPACES TO REG-RELDOSSIE
           STRING 'EM '           DELIMITED BY SIZE
                  DV-DATA         DELIMITED BY SIZE
                  ' PARA '        DELIMITED BY SIZE
                  DV-DESTINO      DELIMITED BY SIZE
                  ' VIA '         DELIMITED BY SIZE
                  DV-PROGRAMA     DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  WS-DIV-DADOS-DESC DELIMITED BY SIZE
                  INTO REG-RELDOSSIE
           END-STRING
           PERFORM P800-GRAVAR-LINHA THRU P800-FIM
           .
       P660-FIM.

       P700-JORNAL.
           MOVE SPACES TO REG-RELDOSSIE
           PERFORM P800-GRAVAR-LINHA THRU P800-FIM
               TO REG-RELDOSSIE
           PERFORM P800-GRAVAR-LINHA THRU P800-FIM

      * O TITULAR TEM DIREITO A TODO O HISTORICO: O INDICE DO
      * JORNAL POR CONTATO COBRE AS GERACOES ARQUIVADAS E O JORNAL
      * VIVO.
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JORIDX
           IF FS-JOR-OK
               MOVE WS-ID-CONSULTA TO JIX-ID-CONTATO
               MOVE 0              TO JIX-SEQUENCIA
               START JORIDX KEY IS NOT LESS THAN JIX-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM P710-LISTAR-MUDANCA THRU P710-FIM
                   UNTIL EOF-OK
               CLOSE JORIDX
           ELSE
               MOVE 'INDICE DO JORNAL INDISPONIVEL (EXECUTE O IDXJORN).'
                   TO REG-RELDOSSIE
               PERFORM P800-GRAVAR-LINHA THRU P800-FIM
           END-IF
           SET EOF-OK TO FALSE

       P700-FIM.

       P710-LISTAR-MUDANCA.
           READ JORIDX NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF JIX-ID-CONTATO NOT = WS-ID-CONSULTA
                       SET EOF-OK TO TRUE
                   ELSE
                       MOVE JIX-ENTRADA TO REG-JORNAL
                       ADD 1 TO WS-MUDANCAS-LISTADAS
                       MOVE SPACES TO REG-RELDOSSIE
                       STRING 'EM '         DELIMITED BY SIZE
