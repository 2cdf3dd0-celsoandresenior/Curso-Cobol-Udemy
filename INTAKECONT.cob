               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

       DATA DIVISION.

       FILE SECTION.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-INTAKE-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\INTAKE.TXT'.
          88 FS-JOR-OK              VALUE 0.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.

       77 WS-JOR-OPERACAO           PIC X(10).
       77 WS-JOR-ANTES              PIC X(400) VALUE SPACES.
          88 DUP-FIM-OK             VALUE 'S' FALSE 'N'.
       77 WS-TEL-BUSCA              PIC 9(14) VALUE ZEROES.

      * ORIGEM DO LEAD DA BASE ABSORVIDA (ORIGEM_LEAD, NORMALMENTE
      * UMA ORIGEM DE TIPO 'A' NA ORIGTAB), CONFERIDA PELO ORIGVALID
      * ANTES DE QUALQUER CARGA. A ORIGEM QUE VIER NO ARQUIVO DELES
      * NAO VALE: SO A NOSSA TABELA DIZ DE ONDE O CONTATO VEIO.
       COPY ORIGVAL.
       77 WS-ORIGEM-COD             PIC X(01) VALUE SPACE.
       77 WS-ORIGEM-VALIDA          PIC X VALUE 'N'.
          88 ORIGEM-VALIDA          VALUE 'S' FALSE 'N'.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       MAIN-PROCEDURE.
           DISPLAY "*** ABSORCAO DE BASE ADQUIRIDA (INTAKE) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-CONFERE-ORIGEM THRU P150-FIM
           IF NOT ORIGEM-VALIDA
               DISPLAY 'ORIGEM_LEAD ' WS-ORIGEM-COD ' NAO ESTA ATIVA '
                   'NA ORIGTAB. NADA FOI CARREGADO.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P200-CARREGAR-CONTATOS THRU P200-FIM
           PERFORM P500-CARREGAR-TELEFONES THRU P500-FIM
           PERFORM P600-CARREGAR-ENDERECOS THRU P600-FIM
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

           .
       P100-FIM.

       P150-CONFERE-ORIGEM.
           SET ORIGEM-VALIDA TO TRUE
           MOVE SPACE TO WS-ORIGEM-COD
           DISPLAY 'ORIGEM_LEAD'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGEM-COD        FROM ENVIRONMENT-VALUE
           IF WS-ORIGEM-COD = SPACE
               DISPLAY 'ORIGEM_LEAD NAO INFORMADA: A BASE ABSORVIDA '
                       'FICA COMO ORIGEM NAO INFORMADA.'
               GO TO P150-FIM
           END-IF
           MOVE WS-ORIGEM-COD TO OV-ORIGEM
           CALL 'ORIGVALID' USING VALIDACAO-ORIGEM
           IF NOT OV-ATIVA
               SET ORIGEM-VALIDA TO FALSE
           END-IF
           .
       P150-FIM.

       P200-CARREGAR-CONTATOS.
           SET EOF-OK TO FALSE
           SET FS-INT-OK TO TRUE
      * E A CONVERSAO EM CLIENTE E MEDIDA PELO CONVCICLO.
           MOVE 'P'             TO IND-CICLO
           MOVE WS-DATA-SISTEMA TO DT-CICLO
           MOVE WS-ORIGEM-COD   TO CD-ORIGEM-LEAD
           WRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'COLISAO INESPERADA NO ID NOVO '
