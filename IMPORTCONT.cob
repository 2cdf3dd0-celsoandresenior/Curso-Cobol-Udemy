               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

               SELECT REJFILE ASSIGN TO DYNAMIC
               WS-REJFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

      * REJEITOS PRESERVADOS PARA A BANCADA REJCONT (VEJA
      * REJFILE.cpy).
       FD REJFILE.
       77 WS-TOKEN-OBTIDO           PIC X VALUE 'N'.
          88 TOKEN-OBTIDO           VALUE 'S' FALSE 'N'.
       77 WS-TOK-EVENTO             PIC X(10) VALUE SPACES.
       77 WS-TOK-OPERADOR           PIC X(08) VALUE SPACES.

       01 WS-CAMPOS-CSV.
           03 WS-C-ID                PIC X(05).
      * CAMINHOS INTERATIVOS (O CSV NAO CARREGA E-MAIL).
       COPY VALIDREG.

      * AREA DE COMUNICACAO COM O SUBPROGRAMA DE TRIAGEM PEP/SANCOES
      * PEPTRIA (VEJA PEPTRIA.cpy): NA IMPORTACAO E SO UM AVISO; O
      * CASO PARA O SUPERVISOR E ABERTO PELO PEPCASA.
       COPY PEPTRIA.
       77 WS-AVISOS-PEP             PIC 9(05) VALUE ZEROES.

      * ORIGEM DO LEAD CARIMBADA EM TODA A IMPORTACAO (ORIGEM_LEAD,
      * CONFERIDA NA ORIGTAB PELO ORIGVALID ANTES DA PRIMEIRA LINHA).
       COPY ORIGVAL.
       77 WS-ORIGEM-COD             PIC X(01) VALUE SPACE.
       77 WS-ORIGEM-VALIDA          PIC X VALUE 'N'.
          88 ORIGEM-VALIDA          VALUE 'S' FALSE 'N'.

       77 WS-LINHA-VALIDA           PIC X VALUE 'S'.
          88 LINHA-VALIDA           VALUE 'S' FALSE 'N'.

          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.
           PERFORM P150-VALIDAR-ENVELOPE THRU P150-FIM
           PERFORM P160-CONFERE-ORIGEM THRU P160-FIM
           SET EOF-OK TO FALSE

           IF NOT ENVELOPE-OK
               DISPLAY 'ARQUIVO DE IMPORTACAO RECUSADO PELO '
                   'ENVELOPE. NADA FOI CARREGADO.'
               MOVE 8 TO WS-FIM-RC
           ELSE
           IF NOT ORIGEM-VALIDA
               DISPLAY 'ORIGEM_LEAD ' WS-ORIGEM-COD ' NAO ESTA ATIVA '
                   'NA ORIGTAB. NADA FOI CARREGADO.'
               MOVE 8 TO WS-FIM-RC
           ELSE
               COPY TOKENGET.
               IF NOT TOKEN-OBTIDO
                           THRU P200-FIM
                           UNTIL EOF-OK
                       CLOSE CSVCONT
                       MOVE 'F' TO PT-OPERACAO
                       CALL 'PEPTRIA' USING TRIAGEM-PEP
                       PERFORM P260-REGISTRAR-ARQUIVO THRU P260-FIM
                   ELSE
                       DISPLAY 'ERRO AO ABRIR ARQUIVO CSV DE '
                   COPY TOKENREL.
               END-IF
           END-IF
           END-IF

           DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
           DISPLAY 'REGISTROS GRAVADOS...: ' WS-GRAVADOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-REJEITADOS
           DISPLAY 'AVISOS PEP/SANCOES...: ' WS-AVISOS-PEP

           IF WS-FIM-RC = 0 AND WS-REJEITADOS > 0
               MOVE 4 TO WS-FIM-RC
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES

           DISPLAY 'TOKEN_OVERRIDE'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOKEN-OVERRIDE    FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOK-OPERADOR      FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

           .
       P150-FIM.

      * A ORIGEM VALE PARA O ARQUIVO INTEIRO (UMA LISTA, UMA BASE):
      * SE INFORMADA TEM DE ESTAR ATIVA NA ORIGTAB; EM BRANCO OS
      * CONTATOS ENTRAM COMO ORIGEM NAO INFORMADA.
       P160-CONFERE-ORIGEM.
           SET ORIGEM-VALIDA TO TRUE
           MOVE SPACE TO WS-ORIGEM-COD
           DISPLAY 'ORIGEM_LEAD'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGEM-COD        FROM ENVIRONMENT-VALUE
           IF WS-ORIGEM-COD = SPACE
               DISPLAY 'ORIGEM_LEAD NAO INFORMADA: OS CONTATOS '
                       'IMPORTADOS FICAM COMO ORIGEM NAO INFORMADA.'
               GO TO P160-FIM
           END-IF
           MOVE WS-ORIGEM-COD TO OV-ORIGEM
           CALL 'ORIGVALID' USING VALIDACAO-ORIGEM
           IF NOT OV-ATIVA
               SET ORIGEM-VALIDA TO FALSE
           END-IF
           .
       P160-FIM.

       P151-EXAMINA-LINHA.
           READ CSVCONT
               AT END
           MOVE WS-DATA-SISTEMA      TO DT-INCLUSAO
           MOVE WS-DATA-SISTEMA      TO DT-ALTERACAO
           MOVE 'N'                  TO IND-EXCLUIDO
           MOVE WS-ORIGEM-COD        TO CD-ORIGEM-LEAD

           OPEN I-O CONTATOS
           IF FS-ARQUIVO-NAO-ENCONTRADO THEN
                       MOVE SPACES          TO WS-JOR-ANTES
                       MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
                       COPY GRAVAJOR.
                       PERFORM P270-AVISO-TRIAGEM THRU P270-FIM
               END-WRITE
           ELSE
               MOVE 'ERRO DE GRAVACAO NO ARQUIVO DE CONTATOS'
           CLOSE CONTATOS
           .

      * TRIAGEM PEP/SANCOES NA IMPORTACAO: SO AVISA (O CSV NAO TRAZ
      * CPF, ENTAO VALE O SOM DO NOME). O PEPCASA ABRE O CASO.
       P270-AVISO-TRIAGEM.
           MOVE 'C'        TO PT-OPERACAO
           MOVE NR-CPF     TO PT-CPF
           MOVE NM-CONTATO TO PT-NOME
           CALL 'PEPTRIA' USING TRIAGEM-PEP
           IF PT-POSSIVEL
               ADD 1 TO WS-AVISOS-PEP
               DISPLAY 'ATENCAO: POSSIVEL CORRESPONDENCIA NA LISTA '
                   'PEP/SANCOES PARA O ID ' ID-CONTATO ': '
                   PT-NOME-LISTA
           END-IF
           .
       P270-FIM.

       P240-REJEITA-REGISTRO.
           ADD 1 TO WS-REJEITADOS
           DISPLAY 'LINHA REJEITADA: ' WS-MOTIVO-REJEICAO
                      WS-TOK-EVENTO    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-PROGRAMA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-TOK-OPERADOR  DELIMITED BY SIZE
                      INTO REG-TOKENLOG
               END-STRING
               WRITE REG-TOKENLOG
