      *          INCLUIDO E EXCLUIDO DENTRO DA MESMA JANELA NAO SAI
      *          (LIQUIDO NULO). O MODO ARQUIVO-CHEIO
      *          (DELTA_MODO=FULL) CONTINUA DISPONIVEL PARA
      *          RESSINCRONIZACAO. QUANDO A ULTIMA SEQUENCIA
      *          ENVIADA JA FOI ROLADA PARA UMA GERACAO ARQUIVADA DO
      *          JORNAL, AS GERACOES NECESSARIAS SAO LIDAS ANTES DO
      *          JORNAL VIVO (VEJA JORGERA.cpy).
      *          AS RETENCOES DO EXTPARC/EXTGEN VALEM AQUI TAMBEM:
      *          TITULAR FALECIDO, TRIAGEM PEP/SANCOES PENDENTE OU
      *          CONFIRMADA E MENOR SEM CONSENTIMENTO NAO SAEM NO
      *          ARQUIVO CHEIO; NO DELTA, O CONTATO RETIDO QUE O
      *          DESTINO JA RECEBEU (ULTIMA LINHA DELE NO DIVULG PARA
      *          O DESTINO E DE CADASTRO) SAI COMO EXCLUSAO, SO COM O
      *          ID, E O QUE O DESTINO NAO TEM NAO SAI.
      *          LAYOUT: 'H' + DESTINO(10) + DATA(8); 'D' + OP(1) +
      *          IMAGEM DO REGISTRO (400); 'T' + QUANTIDADE(7) +
      *          HASH DE ID(12).
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT DIVULG ASSIGN TO DYNAMIC
               WS-DIVULG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.

       DATA DIVISION.

       FILE SECTION.
       FD JOURNAL.
          COPY JORNAL.

       FD JORCAT.
          COPY JORCAT.

       FD CONTATOS.
          COPY FD_CONTATOS.

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

       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.

      * GERACOES ARQUIVADAS DO JORNAL (VEJA JORGERA.cpy).
       77 WS-JORCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'.
       77 WS-FS-JCT                 PIC 99.
          88 FS-JCT-OK              VALUE 0.
       77 WS-JORNAL-VIVO            PIC X(100) VALUE SPACES.
       77 WS-GER-DT-DE              PIC 9(08) VALUE ZEROES.
       77 WS-GER-DT-ATE             PIC 9(08) VALUE ZEROES.
       77 WS-GER-SEQ-DE             PIC 9(07) VALUE ZEROES.
       77 WS-GER-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-GER-IDX                PIC 9(03) VALUE ZEROES.
       77 WS-GER-FIM                PIC X VALUE 'N'.
          88 GER-FIM-OK             VALUE 'S' FALSE 'N'.
       01 WS-TAB-GERACOES.
           03 WS-GER-ARQUIVO OCCURS 120 TIMES PIC X(100).
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-CTL                 PIC 99.
               05 WS-DL-NOVO         PIC X(01).
               05 WS-DL-ULT-OP       PIC X(01).
               05 WS-DL-ULT-SEQ      PIC 9(07).
               05 WS-DL-ENVIADO      PIC X(01).

       77 WS-OP-LIQUIDA             PIC X(01) VALUE SPACES.
       77 WS-RETIDO                 PIC X VALUE 'N'.
          88 CONTATO-RETIDO         VALUE 'S' FALSE 'N'.

      * CONTROLES EM MEMORIA PARA A REGRAVACAO DO DELTACTL.
       77 WS-CTL-QTD                PIC 9(02) VALUE ZEROES.
       77 WS-LIDOS                  PIC 9(07) VALUE ZEROES.
       77 WS-GRAVADOS               PIC 9(07) VALUE ZEROES.
       77 WS-NULOS                  PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-RETIDOS-PEP            PIC 9(05) VALUE ZEROES.
       77 WS-MENORES                PIC 9(05) VALUE ZEROES.
       77 WS-RETIRADOS              PIC 9(05) VALUE ZEROES.
       77 WS-HASH-ID                PIC 9(12) VALUE ZEROES.

       77 WS-EOF                    PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXTRATOR DE DELTA DIARIO (JORNAL) ***".
           COPY TREINO.
           IF MODO-TREINO
               DISPLAY 'ENVIO A TERCEIROS NAO RODA NA BASE DE '
                       'TREINAMENTO.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P100-LOCALIZA-ARQUIVOS

           OPEN OUTPUT DELTA
           ELSE
               PERFORM P150-LER-CONTROLE THRU P150-FIM
               PERFORM P300-LIQUIDAR-JORNAL THRU P300-FIM
               PERFORM P350-LER-DIVULGACOES THRU P350-FIM
               PERFORM P400-EMITIR-DELTAS THRU P400-FIM
           END-IF

           MOVE WS-HASH-ID      TO WS-REM-TOTAL
           MOVE WS-DELTA-PATH   TO WS-REM-ARQUIVO
           COPY GRAVREM.
           PERFORM P750-REGISTRAR-DIVULGACAO THRU P750-FIM

           PERFORM P700-ATUALIZAR-CONTROLE THRU P700-FIM

           DISPLAY 'ENTRADAS DO JORNAL LIDAS: ' WS-LIDOS
           DISPLAY 'DETALHES GRAVADOS.......: ' WS-GRAVADOS
           DISPLAY 'LIQUIDOS NULOS..........: ' WS-NULOS
           DISPLAY 'TITULARES FALECIDOS.....: ' WS-FALECIDOS
           DISPLAY 'RETIDOS TRIAGEM PEP.....: ' WS-RETIDOS-PEP
           DISPLAY 'MENORES RETIDOS.........: ' WS-MENORES
           DISPLAY 'RETIDOS ENVIADOS COMO E.: ' WS-RETIRADOS
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'JORCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'
                   TO WS-JORCAT-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
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

      * PASSO 1: LIQUIDACAO. SO AS ENTRADAS POSTERIORES A ULTIMA
      * SEQUENCIA ENVIADA INTERESSAM.
       P300-LIQUIDAR-JORNAL.
           MOVE 0             TO WS-GER-DT-DE
           MOVE 99999999      TO WS-GER-DT-ATE
           MOVE WS-ULT-SEQ    TO WS-GER-SEQ-DE
           COPY JORGERA.

           MOVE WS-JOURNAL-PATH TO WS-JORNAL-VIVO
           PERFORM P305-LIQUIDAR-GERACAO THRU P305-FIM
               VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > WS-GER-QTD
           MOVE WS-JORNAL-VIVO TO WS-JOURNAL-PATH

           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           .
       P300-FIM.

       P305-LIQUIDAR-GERACAO.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX) TO WS-JOURNAL-PATH
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF FS-JOR-OK
               PERFORM P310-LIQUIDAR-ENTRADA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE JOURNAL
           ELSE
               DISPLAY 'GERACAO DO JORNAL INDISPONIVEL: '
                   FUNCTION TRIM(WS-JOURNAL-PATH)
               MOVE 8 TO RETURN-CODE
           END-IF
           SET EOF-OK TO FALSE
           .
       P305-FIM.

       P310-LIQUIDAR-ENTRADA.
           READ JOURNAL
               AT END
                           AND JOR-SEQUENCIA > WS-MAIOR-SEQ
                       MOVE JOR-SEQUENCIA TO WS-MAIOR-SEQ
                   END-IF
      * A TROCA DE GERENTE DE CONTAS NAO MEXE NO MESTRE: NAO HA O
      * QUE MANDAR AO PARCEIRO.
                   IF JOR-SEQUENCIA NUMERIC
                           AND JOR-SEQUENCIA > WS-ULT-SEQ
                           AND JOR-ID-CONTATO > 0
                           AND JOR-OPERACAO NOT = 'CARTEIRA'
                       ADD 1 TO WS-LIDOS
                       PERFORM P320-MARCAR-CONTATO THRU P320-FIM
                   END-IF
           .
       P320-FIM.

      * O QUE O DESTINO JA TEM: A ULTIMA LINHA DE CADA CONTATO NO
      * REGISTRO DE COMPARTILHAMENTOS PARA ESTE DESTINO. CADASTRO
      * ENVIADO MARCA 'S'; AVISO DE EXCLUSAO DESFAZ A MARCA.
       P350-LER-DIVULGACOES.
           SET EOF-OK TO FALSE
           SET FS-DIV-OK TO TRUE
           OPEN INPUT DIVULG
           IF FS-DIV-OK
               PERFORM P355-LER-DIVULGACAO THRU P355-FIM
                   UNTIL EOF-OK
               CLOSE DIVULG
           END-IF
           SET EOF-OK TO FALSE
           SET FS-DIV-OK TO TRUE
           .
       P350-FIM.

       P355-LER-DIVULGACAO.
           READ DIVULG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P355-FIM
           END-READ
           IF DV-DESTINO NOT = WS-DESTINO
                   OR DV-ID-CONTATO NOT NUMERIC
                   OR DV-ID-CONTATO = 0
               GO TO P355-FIM
           END-IF
           IF DV-CADASTRO
               MOVE 'S' TO WS-DL-ENVIADO(DV-ID-CONTATO)
           END-IF
           IF DV-AVISO-EXCLUSAO
               MOVE 'N' TO WS-DL-ENVIADO(DV-ID-CONTATO)
           END-IF
           .
       P355-FIM.

      * PASSO 2: EMISSAO. O DETALHE SAI NA ENTRADA CUJA SEQUENCIA E
      * A ULTIMA DO CONTATO NA JANELA, COM A IMAGEM DEPOIS DELA.
       P400-EMITIR-DELTAS.
           PERFORM P405-EMITIR-GERACAO THRU P405-FIM
               VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > WS-GER-QTD
           MOVE WS-JORNAL-VIVO TO WS-JOURNAL-PATH
           PERFORM P408-EMITIR-ARQUIVO THRU P408-FIM
           .
       P400-FIM.

       P405-EMITIR-GERACAO.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX) TO WS-JOURNAL-PATH
           PERFORM P408-EMITIR-ARQUIVO THRU P408-FIM
           .
       P405-FIM.

       P408-EMITIR-ARQUIVO.
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           END-IF
           SET EOF-OK TO FALSE
           .
       P408-FIM.

       P410-EMITIR-ENTRADA.
           READ JOURNAL
               END-IF
           END-IF

      * RETENCOES DO EXTPARC/EXTGEN, LIDAS NA IMAGEM DEPOIS: SITUACAO
      * DO CPF NA POSICAO 381 ('O' = TITULAR FALECIDO), TRIAGEM PEP
      * NA 390 ('P' OU 'C') E MENOR NA 399 ('P' = SEM CONSENTIMENTO).
           SET CONTATO-RETIDO TO FALSE
           IF WS-OP-LIQUIDA NOT = 'E'
               EVALUATE TRUE
                   WHEN JOR-IMAGEM-DEPOIS(381:1) = 'O'
                       ADD 1 TO WS-FALECIDOS
                       SET CONTATO-RETIDO TO TRUE
                   WHEN JOR-IMAGEM-DEPOIS(390:1) = 'P'
                   WHEN JOR-IMAGEM-DEPOIS(390:1) = 'C'
                       ADD 1 TO WS-RETIDOS-PEP
                       SET CONTATO-RETIDO TO TRUE
                   WHEN JOR-IMAGEM-DEPOIS(399:1) = 'P'
                       ADD 1 TO WS-MENORES
                       SET CONTATO-RETIDO TO TRUE
               END-EVALUATE
           END-IF
      * RETIDO QUE O DESTINO NAO TEM NAO SAI; O QUE ELE JA RECEBEU
      * SAI COMO EXCLUSAO, SEM OS DADOS DO CONTATO.
           IF CONTATO-RETIDO
               IF WS-DL-ENVIADO(JOR-ID-CONTATO) NOT = 'S'
                   GO TO P420-FIM
               END-IF
               MOVE 'E' TO WS-OP-LIQUIDA
               ADD 1 TO WS-RETIRADOS
           END-IF

           MOVE SPACES TO REG-DELTA
           MOVE 'D'               TO REG-DELTA(1:1)
           MOVE WS-OP-LIQUIDA     TO REG-DELTA(2:1)
           IF CONTATO-RETIDO
               MOVE JOR-ID-CONTATO    TO REG-DELTA(3:5)
           ELSE
               MOVE JOR-IMAGEM-DEPOIS TO REG-DELTA(3:400)
           END-IF
           WRITE REG-DELTA
           ADD 1 TO WS-GRAVADOS
           ADD JOR-ID-CONTATO TO WS-HASH-ID
       P420-FIM.

      * MODO ARQUIVO-CHEIO: A BASE ATIVA INTEIRA SAI COMO INCLUSAO,
      * PARA O DESTINO RECONSTRUIR DO ZERO, MENOS OS CONTATOS RETIDOS
      * (OS MESMOS DO EXTPARC/EXTGEN). A ULTIMA SEQUENCIA DO
      * JORNAL E APURADA PARA O CONTROLE AVANCAR JUNTO.
       P600-ARQUIVO-CHEIO.
           SET EOF-OK TO FALSE
           CLOSE CONTATOS
           SET EOF-OK TO FALSE

      * LOGO DEPOIS DE UMA ROLAGEM O JORNAL VIVO PODE ESTAR VAZIO:
      * A ULTIMA SEQUENCIA ARQUIVADA NO CATALOGO TAMBEM CONTA.
           SET FS-JCT-OK TO TRUE
           OPEN INPUT JORCAT
           IF FS-JCT-OK
               PERFORM P630-MAIOR-ARQUIVADA THRU P630-FIM
                   UNTIL EOF-OK
               CLOSE JORCAT
           END-IF
           SET EOF-OK TO FALSE

           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF FS-JOR-OK
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CONTATO-EXCLUIDO
                           CONTINUE
                       WHEN CPF-TITULAR-FALECIDO
                           ADD 1 TO WS-FALECIDOS
                       WHEN PEP-RETIDO
                           ADD 1 TO WS-RETIDOS-PEP
                       WHEN MENOR-SEM-CONSENTIMENTO
                           ADD 1 TO WS-MENORES
                       WHEN OTHER
                           PERFORM P615-GRAVAR-CONTATO THRU P615-FIM
                   END-EVALUATE
           END-READ
           .
       P610-FIM.

       P615-GRAVAR-CONTATO.
           MOVE SPACES TO REG-DELTA
           MOVE 'D'          TO REG-DELTA(1:1)
           MOVE 'I'          TO REG-DELTA(2:1)
           MOVE REG-CONTATOS TO REG-DELTA(3:400)
           WRITE REG-DELTA
           ADD 1 TO WS-GRAVADOS
           ADD ID-CONTATO TO WS-HASH-ID
           .
       P615-FIM.

       P620-MAIOR-SEQUENCIA.
           READ JOURNAL
               AT END
           .
       P620-FIM.

       P630-MAIOR-ARQUIVADA.
           READ JORCAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF JCT-SEQ-FIM NUMERIC
                           AND JCT-SEQ-FIM > WS-MAIOR-SEQ
                       MOVE JCT-SEQ-FIM TO WS-MAIOR-SEQ
                   END-IF
           END-READ
           .
       P630-FIM.

       P500-GRAVAR-TRAILER.
           MOVE SPACES TO REG-DELTA
           MOVE 'T' TO REG-DELTA(1:1)
           .
       P720-FIM.

      * O ARQUIVO JA CONFERIDO E RELIDO E CADA DETALHE VAI PARA O
      * REGISTRO DE COMPARTILHAMENTOS: O DESTINO DO DELTA
      * RECEBEU O CONTATO, EM QUE DATA E QUE DADOS.
       P750-REGISTRAR-DIVULGACAO.
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
               GO TO P750-FIM
           END-IF

           OPEN INPUT DELTA
           IF NOT FS-DEL-OK
               DISPLAY 'ERRO AO RELER O ARQUIVO PARA O REGISTRO DE '
                       'COMPARTILHAMENTOS.'
               CLOSE DIVULG
               GO TO P750-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P751-DIVULGAR-LINHA THRU P751-FIM
               UNTIL EOF-OK
           CLOSE DELTA
           CLOSE DIVULG
           SET EOF-OK TO FALSE

           DISPLAY 'CONTATOS NO REGISTRO DE COMPARTILHAMENTOS: '
                   WS-DIVULGADOS
           .
       P750-FIM.

       P751-DIVULGAR-LINHA.
           READ DELTA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P751-FIM
           END-READ
           IF REG-DELTA(1:1) NOT = 'D'
               GO TO P751-FIM
           END-IF

           MOVE SPACES               TO REG-DIVULG
           MOVE REG-DELTA(3:5)       TO DV-ID-CONTATO
           MOVE WS-DESTINO           TO DV-DESTINO
           MOVE WS-DIV-DATA          TO DV-DATA
           MOVE WS-DIV-HORA          TO DV-HORA
           MOVE 'DELTAEXT'           TO DV-PROGRAMA
      * O DELTA DE EXCLUSAO NAO LEVA DADOS: E O AVISO AO DESTINO DE
      * QUE O CONTATO SAIU (O DIVPURGA NAO O REPETE).
           IF REG-DELTA(2:1) = 'E'
               MOVE 'X'                  TO DV-DADOS
           ELSE
               MOVE 'C'                  TO DV-DADOS
           END-IF
           WRITE REG-DIVULG
           ADD 1 TO WS-DIVULGADOS
           .
       P751-FIM.

       P900-FIM.
            GOBACK.

