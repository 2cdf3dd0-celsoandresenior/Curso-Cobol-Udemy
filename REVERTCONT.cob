      *          REVERSAO ENTRA NO JORNAL COMO OPERACAO 'REVERSAO',
      *          PARA A TRILHA NAO QUEBRAR. COMPLEMENTA O UNDELCONT,
      *          QUE SO TRATA O INDICADOR DE EXCLUSAO, NAO EDICOES
      *          ERRADAS. AS ENTRADAS DO CONTATO VEM DIRETO DO INDICE
      *          DO JORNAL POR CONTATO (VEJA JORIDX.cpy), QUE COBRE
      *          TAMBEM AS GERACOES JA ARQUIVADAS. ENTRADAS
      *          'CARTEIRA' (GERENTE DE CONTA NO COMPLEMENTO) SAO
      *          RECUSADAS: A CARTEIRA E ACERTADA PELO CARTCONT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

       DATA DIVISION.

       FILE SECTION.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.

       77 WS-JOR-OPERACAO           PIC X(10).
       77 WS-JOR-ANTES              PIC X(400) VALUE SPACES.
       77 WS-JOR-DEPOIS             PIC X(400) VALUE SPACES.
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.


       77 WS-ID-CONSULTA            PIC 9(05) VALUE ZEROES.
       77 WS-SEQ-ESCOLHIDA          PIC 9(07) VALUE ZEROES.
       77 WS-DATA-DESDE             PIC 9(08) VALUE ZEROES.
       77 WS-ENCONTRADAS            PIC 9(05) VALUE ZEROES.
       77 WS-IMAGEM-ALVO            PIC X(400) VALUE SPACES.
       77 WS-ALVO-ACHADO            PIC X VALUE 'N'.
                   TO WS-JOURNAL-PATH
           END-IF


      * CODIGO DO OPERADOR ASSINADO NO MENUCONT, CARIMBADO EM CADA
      * ENTRADA DO JORNAL (VEJA JORNAL.cpy).
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF
           .
       P100-FIM.

       P300-REVERTER.
           DISPLAY 'INFORME O ID DO CONTATO: '
           ACCEPT WS-ID-CONSULTA
           DISPLAY 'LISTAR DESDE QUE DATA (AAAAMMDD, 00000000 = '
               'TODO O HISTORICO): '
           ACCEPT WS-DATA-DESDE

           PERFORM P310-LISTAR-ENTRADAS THRU P310-FIM
           IF WS-ENCONTRADAS = 0
                       DISPLAY 'SEQUENCIA NAO ENCONTRADA PARA '
                           'ESTE ID.'
                   ELSE
      * MUDANCA DE CARTEIRA E DO COMPLEMENTO, NAO DO MESTRE, E LEVA
      * JUNTO OS RETORNOS E CASOS ABERTOS: QUEM ACERTA E O CARTCONT.
                       IF JOR-OPERACAO = 'CARTEIRA'
                               OR JOR-COMPL-ANTES NOT = SPACES
                           DISPLAY 'A ENTRADA ESCOLHIDA E UMA MUDANCA '
                               'DE GERENTE DE CONTA (CONTCOMP), QUE '
                               'NAO SE REVERTE AQUI. ACERTE A '
                               'CARTEIRA PELO CARTCONT.'
                       ELSE
                       IF WS-IMAGEM-ALVO = SPACES
                           DISPLAY 'A ENTRADA ESCOLHIDA NAO TEM '
                               'IMAGEM ANTERIOR (INCLUSAO). NADA '
                           PERFORM P400-APLICAR-REVERSAO
                               THRU P400-FIM
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       P310-LISTAR-ENTRADAS.
           MOVE 0 TO WS-ENCONTRADAS
           SET EOF-OK TO FALSE
           SET FS-JIX-OK TO TRUE

           OPEN INPUT JORIDX
           IF NOT FS-JIX-OK
               DISPLAY 'INDICE DO JORNAL INDISPONIVEL. EXECUTE O '
                   'IDXJORN PARA CONSTRUI-LO.'
           ELSE
               PERFORM P315-POSICIONAR THRU P315-FIM
               PERFORM P320-LISTAR-UMA THRU P320-FIM
                   UNTIL EOF-OK
               CLOSE JORIDX
           END-IF
           SET EOF-OK TO FALSE
           .
       P310-FIM.

       P315-POSICIONAR.
           MOVE WS-ID-CONSULTA TO JIX-ID-CONTATO
           MOVE 0              TO JIX-SEQUENCIA
           START JORIDX KEY IS NOT LESS THAN JIX-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .
       P315-FIM.

       P320-LISTAR-UMA.
           READ JORIDX NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF JIX-ID-CONTATO NOT = WS-ID-CONSULTA
                       SET EOF-OK TO TRUE
                   ELSE
                       MOVE JIX-ENTRADA TO REG-JORNAL
                       IF JOR-DATA NOT < WS-DATA-DESDE
                           ADD 1 TO WS-ENCONTRADAS
                           DISPLAY 'SEQ ' JOR-SEQUENCIA ' EM '
                               JOR-DATA '-' JOR-HORA ' '
                               JOR-OPERACAO ' POR ' JOR-OPERADOR
                       END-IF
                   END-IF
           END-READ
           .
       P320-FIM.

      * A IMAGEM ANTES DA ENTRADA ESCOLHIDA VEM POR LEITURA DIRETA
      * DA CHAVE CONTATO + SEQUENCIA.
       P330-BUSCAR-IMAGEM.
           SET ALVO-ACHADO TO FALSE
           MOVE SPACES TO WS-IMAGEM-ALVO
           SET FS-JIX-OK TO TRUE

           OPEN INPUT JORIDX
           IF FS-JIX-OK
               MOVE WS-ID-CONSULTA   TO JIX-ID-CONTATO
               MOVE WS-SEQ-ESCOLHIDA TO JIX-SEQUENCIA
               READ JORIDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JIX-ENTRADA TO REG-JORNAL
                       MOVE JOR-IMAGEM-ANTES TO WS-IMAGEM-ALVO
                       SET ALVO-ACHADO TO TRUE
               END-READ
               CLOSE JORIDX
           END-IF
           .
       P330-FIM.

       P400-APLICAR-REVERSAO.
           DISPLAY 'O REGISTRO VOLTARA AO ESTADO ANTERIOR A '
