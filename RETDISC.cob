      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO ARQUIVO DE RESULTADO DO DISCADOR DE
      *          TELEMARKETING (UMA CAMPANHA POR ARQUIVO, GERADA PELO
      *          TLMKCONT): VALIDA HEADER E TRAILER E RECUSA ARQUIVO
      *          JA PROCESSADO PELO REGISTRO ARQREG, COMO O RETMAIL.
      *          CADA RESULTADO SO E ACEITO SE O CAMPHIST TIVER A
      *          LIGACAO DAQUELA CAMPANHA PARA O CONTATO (CANAL 'T').
      *          NUMERO ERRADO ZERA A VERIFICACAO DO TELEFONE
      *          (DT-VERIF-TEL/OP-VERIF-TEL, JORNAL 'VERIFRUIM', COMO
      *          O VERIFRES); PEDIDO DE RETORNO ABRE UM RETORNO NO
      *          FUPFILE PARA O DONO DA CAMPANHA (O DA CAMPTAB, OU
      *          CAMPANHA_DONO PARA CAMPANHA SEM CADASTRO); VENDA
      *          ENTRA NO CAMPRESP COMO CONVERSAO NO CANAL TELEFONE,
      *          PARA O CAMPTAXA, SALVO SE A CAMPANHA JA ESTIVER
      *          ENCERRADA. ATENDIDA E NAO ATENDIDA SO SAO CONTADAS.
      *          LAYOUT DO RESULTADO: 'H' + ORIGEM(10) + DATA(8) +
      *          CAMPANHA(10); 'D' + ID(5) + RESULTADO(1: A/N/E/R/V)
      *          + DATA DA LIGACAO(8) + DATA DO RETORNO PEDIDO(8);
      *          'T' + QUANTIDADE(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETDISC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETORNO ASSIGN TO DYNAMIC
               WS-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CH.

               SELECT CAMPRESP ASSIGN TO DYNAMIC
               WS-CAMPRESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CR.

               SELECT FUPFILE ASSIGN TO DYNAMIC
               WS-FUPFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUP.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT JORSEQ ASSIGN TO DYNAMIC
               WS-JORSEQ-PATH
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
       FD RETORNO.
       01 REG-RETORNO.
           03 RET-TIPO               PIC X(01).
               88 RET-HEADER             VALUE 'H'.
               88 RET-DETALHE            VALUE 'D'.
               88 RET-TRAILER            VALUE 'T'.
           03 RET-RESTO              PIC X(79).
       01 RET-VISAO-HEADER REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-ORIGEM             PIC X(10).
           03 RET-DATA               PIC 9(08).
           03 RET-CAMPANHA           PIC X(10).
           03 FILLER                 PIC X(51).
       01 RET-VISAO-DETALHE REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-ID-CONTATO         PIC 9(05).
           03 RET-RESULTADO          PIC X(01).
               88 RET-ATENDIDA           VALUE 'A'.
               88 RET-NAO-ATENDIDA       VALUE 'N'.
               88 RET-NUMERO-ERRADO      VALUE 'E'.
               88 RET-PEDIU-RETORNO      VALUE 'R'.
               88 RET-VENDA              VALUE 'V'.
           03 RET-DT-LIGACAO         PIC 9(08).
           03 RET-DT-RETORNO         PIC 9(08).
           03 FILLER                 PIC X(57).
       01 RET-VISAO-TRAILER REDEFINES REG-RETORNO.
           03 FILLER                 PIC X(01).
           03 RET-QUANTIDADE         PIC 9(07).
           03 FILLER                 PIC X(72).

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CAMPHIST.
          COPY CAMPHIST.

       FD CAMPRESP.
          COPY CAMPRESP.

       FD FUPFILE.
          COPY FUPFILE.

       FD ARQREG.
          COPY ARQREG.

       FD JOURNAL.
          COPY JORNAL.

       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
       77 WS-RETORNO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DISCRET.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-CAMPRESP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPRESP.TXT'.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.

       77 WS-FS-RET                 PIC 99.
          88 FS-RET-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-CH                  PIC 99.
          88 FS-CH-OK               VALUE 0.
       77 WS-FS-CR                  PIC 99.
          88 FS-CR-OK               VALUE 0.
       77 WS-FS-FUP                 PIC 99.
          88 FS-FUP-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.

       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-JOR-OPERACAO           PIC X(10).
       77 WS-JOR-ANTES              PIC X(400) VALUE SPACES.
       77 WS-JOR-DEPOIS             PIC X(400) VALUE SPACES.
       77 WS-JOR-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-JORSEQ-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.
       77 WS-JOR-CHECK              PIC 9(09) VALUE ZEROES.
       77 WS-JOR-IDX                PIC 9(03) VALUE ZEROES.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-CAMPANHA               PIC X(10) VALUE SPACES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * DONO DA CAMPANHA: RECEBE OS RETORNOS PEDIDOS NO TICKCONT.
       77 WS-DONO-CAMPANHA          PIC X(08) VALUE SPACES.

      * SITUACAO E DONO DA CAMPANHA NA TABELA MESTRE (CAMPVAL.cpy).
       COPY CAMPVAL.

      * LIGACOES DA CAMPANHA DO ARQUIVO NO CAMPHIST, POR ID DE
      * CONTATO: GUARDA A VARIANTE DA PECA ('A'/'B'); ESPACO = O
      * CONTATO NAO FOI LIGADO NESTA CAMPANHA.
       01 WS-TAB-LIGACOES.
           03 WS-LIG-VARIANTE        PIC X(01) OCCURS 99999 TIMES.
       77 WS-LIGACOES-CAMPANHA      PIC 9(05) VALUE ZEROES.

       77 WS-FUP-SEQ                PIC 9(06) VALUE ZEROES.
       77 WS-FUP-EOF                PIC X VALUE 'N'.
          88 FUP-EOF-OK             VALUE 'S' FALSE 'N'.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-HEADER-VISTO           PIC X VALUE 'N'.
          88 HEADER-VISTO           VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-ATENDIDAS              PIC 9(05) VALUE ZEROES.
       77 WS-NAO-ATENDIDAS          PIC 9(05) VALUE ZEROES.
       77 WS-NUMEROS-ERRADOS        PIC 9(05) VALUE ZEROES.
       77 WS-RETORNOS-PEDIDOS       PIC 9(05) VALUE ZEROES.
       77 WS-VENDAS                 PIC 9(05) VALUE ZEROES.
       77 WS-RESULTADO-INVALIDO     PIC 9(05) VALUE ZEROES.
       77 WS-SEM-LIGACAO            PIC 9(05) VALUE ZEROES.
       77 WS-SEM-CONTATO            PIC 9(05) VALUE ZEROES.
       77 WS-VERIF-ZERADAS          PIC 9(05) VALUE ZEROES.
       77 WS-FUP-ABERTOS            PIC 9(05) VALUE ZEROES.
       77 WS-CONVERSOES             PIC 9(05) VALUE ZEROES.
       77 WS-VENDAS-ENCERRADA       PIC 9(05) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO RESULTADO DO DISCADOR ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'DISCRET_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETORNO-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RETORNO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DISCRET.TXT'
                   TO WS-RETORNO-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'CAMPRESP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPRESP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPRESP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPRESP.TXT'
                   TO WS-CAMPRESP-PATH
           END-IF

           DISPLAY 'FUPFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FUPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

      * CODIGO DO OPERADOR ASSINADO NO MENUCONT, CARIMBADO EM CADA
      * ENTRADA DO JORNAL (VEJA JORNAL.cpy).
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE

      * SEM DONO INFORMADO, O RETORNO FICA COM QUEM RODOU A CARGA.
           DISPLAY 'CAMPANHA_DONO'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-DONO-CAMPANHA     FROM ENVIRONMENT-VALUE
           IF WS-DONO-CAMPANHA = SPACES
               MOVE WS-JOR-OPERADOR TO WS-DONO-CAMPANHA
           END-IF

           DISPLAY 'JORSEQ_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORSEQ-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORSEQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE
           SET FS-RET-OK TO TRUE

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK
               DISPLAY 'ARQUIVO DE RESULTADO NAO ENCONTRADO (FS='
                       WS-FS-RET ').'
               GO TO P200-FIM
           END-IF

           READ RETORNO
               AT END
                   DISPLAY 'ARQUIVO DE RESULTADO VAZIO.'
                   CLOSE RETORNO
                   GO TO P200-FIM
           END-READ
           IF NOT RET-HEADER OR RET-CAMPANHA = SPACES
               DISPLAY 'RESULTADO SEM HEADER OU SEM CAMPANHA. '
                   'ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF
           SET HEADER-VISTO TO TRUE
           MOVE RET-ORIGEM   TO WS-ORIGEM
           MOVE RET-DATA     TO WS-DATA-ARQUIVO
           MOVE RET-CAMPANHA TO WS-CAMPANHA

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

      * O DONO CADASTRADO NA CAMPTAB PREVALECE SOBRE O CAMPANHA_DONO.
           MOVE WS-CAMPANHA TO CV-CAMPANHA
           CALL 'CAMPVALID' USING VALIDACAO-CAMPANHA
           IF CV-DONO NOT = SPACES
               MOVE CV-DONO TO WS-DONO-CAMPANHA
           END-IF
           IF CV-ENCERRADA
               DISPLAY 'CAMPANHA ' WS-CAMPANHA ' ENCERRADA: AS VENDAS '
                   'DESTE ARQUIVO NAO ENTRAM NO CAMPRESP.'
           END-IF

      * SEM LIGACAO DA CAMPANHA NO CAMPHIST NAO HA CONTRA O QUE
      * CASAR O RESULTADO.
           PERFORM P270-CARREGAR-LIGACOES THRU P270-FIM
           IF WS-LIGACOES-CAMPANHA = 0
               DISPLAY 'NENHUMA LIGACAO DA CAMPANHA ' WS-CAMPANHA
                   ' NO CAMPHIST. ARQUIVO RECUSADO.'
               MOVE 12 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.

               MOVE 8 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           PERFORM P280-PROXIMA-SEQUENCIA THRU P280-FIM

           PERFORM P300-CARREGAR-LINHA THRU P300-FIM
               UNTIL EOF-OK

           CLOSE CONTATOS
           CLOSE RETORNO

           IF NOT TRAILER-VISTO
               DISPLAY 'RESULTADO SEM TRAILER: CARGA FEITA, MAS '
                   'CONFIRA O ARQUIVO COM O DISCADOR.'
           ELSE
               IF WS-QTD-TRAILER NOT = WS-LIDOS
                   DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                       ' DETALHES, LIDOS ' WS-LIDOS '. CONFIRA O '
                       'ARQUIVO COM O DISCADOR.'
               END-IF
           END-IF

           PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM

           IF WS-RESULTADO-INVALIDO > 0 OR WS-SEM-LIGACAO > 0
                   OR WS-SEM-CONTATO > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'CAMPANHA..............: ' WS-CAMPANHA
           DISPLAY 'DETALHES LIDOS........: ' WS-LIDOS
           DISPLAY 'ATENDIDAS.............: ' WS-ATENDIDAS
           DISPLAY 'NAO ATENDIDAS.........: ' WS-NAO-ATENDIDAS
           DISPLAY 'NUMEROS ERRADOS.......: ' WS-NUMEROS-ERRADOS
           DISPLAY 'RETORNOS PEDIDOS......: ' WS-RETORNOS-PEDIDOS
           DISPLAY 'VENDAS................: ' WS-VENDAS
           DISPLAY 'RESULTADOS INVALIDOS..: ' WS-RESULTADO-INVALIDO
           DISPLAY 'SEM LIGACAO NO CAMPHIST: ' WS-SEM-LIGACAO
           DISPLAY 'SEM CONTATO...........: ' WS-SEM-CONTATO
           DISPLAY 'VERIFICACOES ZERADAS..: ' WS-VERIF-ZERADAS
           DISPLAY 'RETORNOS AGENDADOS....: ' WS-FUP-ABERTOS
           DISPLAY 'CONVERSOES NO CAMPRESP: ' WS-CONVERSOES
           DISPLAY 'VENDAS APOS ENCERRAR..: ' WS-VENDAS-ENCERRADA
           .
       P200-FIM.

       P250-CONFERE-ARQREG.
           SET JA-PROCESSADO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT ARQREG
           IF FS-ARQ-OK
               PERFORM P260-CONFERE-UM THRU P260-FIM
                   UNTIL EOF-OK OR JA-PROCESSADO
               CLOSE ARQREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CONFERE-UM.
           READ ARQREG
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ARQ-ORIGEM = WS-ORIGEM
                           AND ARQ-DATA = WS-DATA-ARQUIVO
                           AND ARQ-PROGRAMA = 'RETDISC'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

       P270-CARREGAR-LIGACOES.
           MOVE SPACES TO WS-TAB-LIGACOES
           MOVE 0      TO WS-LIGACOES-CAMPANHA
           SET EOF-OK TO FALSE
           SET FS-CH-OK TO TRUE
           OPEN INPUT CAMPHIST
           IF NOT FS-CH-OK
               DISPLAY 'CAMPHIST INDISPONIVEL (FS=' WS-FS-CH ').'
               GO TO P270-FIM
           END-IF
           PERFORM P275-LER-CAMPHIST THRU P275-FIM
               UNTIL EOF-OK
           CLOSE CAMPHIST
           SET EOF-OK TO FALSE
           .
       P270-FIM.

       P275-LER-CAMPHIST.
           READ CAMPHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P275-FIM
           END-READ
           IF NOT CH-CANAL-TELEFONE OR CH-CAMPANHA NOT = WS-CAMPANHA
                   OR CH-ID-CONTATO = 0
               GO TO P275-FIM
           END-IF
           IF CH-VARIANTE = 'B'
               MOVE 'B' TO WS-LIG-VARIANTE(CH-ID-CONTATO)
           ELSE
               MOVE 'A' TO WS-LIG-VARIANTE(CH-ID-CONTATO)
           END-IF
           ADD 1 TO WS-LIGACOES-CAMPANHA
           .
       P275-FIM.

      * PROXIMO NUMERO DE RETORNO: O MAIOR DO FUPFILE MAIS UM, COMO
      * NO CONSCONT; DAI EM DIANTE A CARGA SO SOMA.
       P280-PROXIMA-SEQUENCIA.
           MOVE 0 TO WS-FUP-SEQ
           SET FUP-EOF-OK TO FALSE
           SET FS-FUP-OK TO TRUE
           OPEN INPUT FUPFILE
           IF NOT FS-FUP-OK
               GO TO P280-FIM
           END-IF
           PERFORM P285-VARRE-SEQUENCIA THRU P285-FIM
               UNTIL FUP-EOF-OK
           CLOSE FUPFILE
           .
       P280-FIM.

       P285-VARRE-SEQUENCIA.
           READ FUPFILE
               AT END
                   SET FUP-EOF-OK TO TRUE
               NOT AT END
                   IF FUP-SEQUENCIA > WS-FUP-SEQ
                       MOVE FUP-SEQUENCIA TO WS-FUP-SEQ
                   END-IF
           END-READ
           .
       P285-FIM.

       P300-CARREGAR-LINHA.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RET-DETALHE
                           ADD 1 TO WS-LIDOS
                           PERFORM P310-TRATAR-RESULTADO
                               THRU P310-FIM
                       WHEN RET-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE RET-QUANTIDADE TO WS-QTD-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P300-FIM.

       P310-TRATAR-RESULTADO.
           IF RET-ID-CONTATO NOT NUMERIC OR RET-ID-CONTATO = 0
               ADD 1 TO WS-RESULTADO-INVALIDO
               DISPLAY 'ID DE CONTATO INVALIDO NA LINHA ' WS-LIDOS
                   '. LINHA IGNORADA.'
               GO TO P310-FIM
           END-IF
      * O RESULTADO PRECISA DE UMA LIGACAO DA CAMPANHA NO CAMPHIST.
           IF WS-LIG-VARIANTE(RET-ID-CONTATO) = SPACE
               ADD 1 TO WS-SEM-LIGACAO
               DISPLAY 'CONTATO ' RET-ID-CONTATO ' NAO FOI LIGADO NA '
                   'CAMPANHA ' WS-CAMPANHA '. LINHA IGNORADA.'
               GO TO P310-FIM
           END-IF
           IF RET-DT-LIGACAO NOT NUMERIC OR RET-DT-LIGACAO = 0
               MOVE WS-DATA-ARQUIVO TO RET-DT-LIGACAO
           END-IF

           EVALUATE TRUE
               WHEN RET-ATENDIDA
                   ADD 1 TO WS-ATENDIDAS
               WHEN RET-NAO-ATENDIDA
                   ADD 1 TO WS-NAO-ATENDIDAS
               WHEN RET-NUMERO-ERRADO
                   ADD 1 TO WS-NUMEROS-ERRADOS
                   PERFORM P320-ZERAR-VERIFICACAO THRU P320-FIM
               WHEN RET-PEDIU-RETORNO
                   ADD 1 TO WS-RETORNOS-PEDIDOS
                   PERFORM P330-ABRIR-RETORNO THRU P330-FIM
               WHEN RET-VENDA
                   ADD 1 TO WS-VENDAS
                   PERFORM P340-GRAVAR-CONVERSAO THRU P340-FIM
               WHEN OTHER
                   ADD 1 TO WS-RESULTADO-INVALIDO
                   DISPLAY 'RESULTADO ' RET-RESULTADO ' DESCONHECIDO '
                       'PARA O CONTATO ' RET-ID-CONTATO
                       '. LINHA IGNORADA.'
           END-EVALUATE
           .
       P310-FIM.

      * NUMERO ERRADO: O TELEFONE DEIXA DE CONTAR COMO VERIFICADO,
      * COMO QUANDO O VERIFRES RECEBE UM 'DADO INCORRETO'.
       P320-ZERAR-VERIFICACAO.
           MOVE RET-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   ADD 1 TO WS-SEM-CONTATO
                   DISPLAY 'CONTATO ' RET-ID-CONTATO
                       ' NAO ENCONTRADO NO CADASTRO.'
                   GO TO P320-FIM
           END-READ
           IF CONTATO-EXCLUIDO OR DT-VERIF-TEL = 0
               GO TO P320-FIM
           END-IF

           MOVE REG-CONTATOS TO WS-JOR-ANTES
           MOVE 0               TO DT-VERIF-TEL
           MOVE SPACES          TO OP-VERIF-TEL
           MOVE WS-DATA-SISTEMA TO DT-ALTERACAO
           REWRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
                       ' (FS=' WS-FS ').'
                   MOVE 8 TO RETURN-CODE
                   GO TO P320-FIM
           END-REWRITE
           ADD 1 TO WS-VERIF-ZERADAS

           MOVE 'VERIFRUIM' TO WS-JOR-OPERACAO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE REG-CONTATOS TO WS-JOR-DEPOIS
           COPY GRAVAJOR.
           .
       P320-FIM.

      * PEDIDO DE RETORNO: UM RETORNO ABERTO NO FUPFILE PARA O DONO
      * DA CAMPANHA, NA DATA PEDIDA (OU NO PROPRIO DIA DA LIGACAO).
       P330-ABRIR-RETORNO.
           ADD 1 TO WS-FUP-SEQ
           MOVE SPACES          TO REG-FUPFILE
           MOVE WS-FUP-SEQ      TO FUP-SEQUENCIA
           MOVE RET-ID-CONTATO  TO FUP-ID-CONTATO
           MOVE WS-DONO-CAMPANHA TO FUP-OPERADOR
           IF RET-DT-RETORNO NUMERIC AND RET-DT-RETORNO > 0
               MOVE RET-DT-RETORNO TO FUP-DT-PREVISTA
           ELSE
               MOVE RET-DT-LIGACAO TO FUP-DT-PREVISTA
           END-IF
           STRING 'RETORNO TELEMKT ' DELIMITED BY SIZE
                  WS-CAMPANHA        DELIMITED BY SPACE
               INTO FUP-MOTIVO
           END-STRING
           MOVE 'A'             TO FUP-SITUACAO
           MOVE WS-DATA-SISTEMA TO FUP-DT-ABERTURA
           MOVE 0               TO FUP-DT-DISPOSICAO

           SET FS-FUP-OK TO TRUE
           OPEN EXTEND FUPFILE
           IF WS-FS-FUP EQUAL 35
               OPEN OUTPUT FUPFILE
           END-IF
           IF FS-FUP-OK
               WRITE REG-FUPFILE
               CLOSE FUPFILE
               ADD 1 TO WS-FUP-ABERTOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RETORNO DO CONTATO '
                   RET-ID-CONTATO ' (FS=' WS-FS-FUP ').'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       P330-FIM.

      * VENDA: CONVERSAO NO CAMPRESP, NO CANAL TELEFONE E COM A
      * VARIANTE DA LIGACAO ORIGINAL, COMO O CAMPRESP FAZ NA MAO.
       P340-GRAVAR-CONVERSAO.
           IF CV-ENCERRADA
               ADD 1 TO WS-VENDAS-ENCERRADA
               GO TO P340-FIM
           END-IF
           MOVE SPACES          TO REG-CAMPRESP
           MOVE RET-ID-CONTATO  TO CR-ID-CONTATO
           MOVE WS-CAMPANHA     TO CR-CAMPANHA
           MOVE RET-DT-LIGACAO  TO CR-DATA
           MOVE 'T'             TO CR-CANAL
           MOVE 'V'             TO CR-TIPO
           MOVE WS-JOR-OPERADOR TO CR-OPERADOR
           MOVE WS-LIG-VARIANTE(RET-ID-CONTATO) TO CR-VARIANTE

           SET FS-CR-OK TO TRUE
           OPEN EXTEND CAMPRESP
           IF WS-FS-CR EQUAL 35
               OPEN OUTPUT CAMPRESP
           END-IF
           IF FS-CR-OK
               WRITE REG-CAMPRESP
               CLOSE CAMPRESP
               ADD 1 TO WS-CONVERSOES
           ELSE
               DISPLAY 'ERRO AO GRAVAR A CONVERSAO DO CONTATO '
                   RET-ID-CONTATO ' (FS=' WS-FS-CR ').'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       P340-FIM.

       P600-REGISTRAR-ARQREG.
           SET FS-ARQ-OK TO TRUE
           OPEN EXTEND ARQREG
           IF WS-FS-ARQ EQUAL 35
               OPEN OUTPUT ARQREG
           END-IF

           IF FS-ARQ-OK
               MOVE SPACES          TO REG-ARQREG
               MOVE WS-ORIGEM       TO ARQ-ORIGEM
               MOVE WS-DATA-ARQUIVO TO ARQ-DATA
               MOVE 'RETDISC'       TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O ARQUIVO PROCESSADO '
                       '(FS=' WS-FS-ARQ ').'
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RETDISC.
