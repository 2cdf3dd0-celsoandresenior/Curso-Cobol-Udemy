      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: EXTRATO DE LARGURA FIXA PARA O DISCADOR DA EMPRESA
      *          DE TELEMARKETING, A PARTIR DA LISTA-ALVO DO SELECONT
      *          (ALVO_PATH, OBRIGATORIA): ID, NOME E O MELHOR NUMERO
      *          DO CONTATO - O WS-TELEFONE PRINCIPAL QUANDO VALIDO,
      *          SENAO O PRIMEIRO TELEFONE ADICIONAL VALIDO DO
      *          TELEFONES.DAT. FICAM DE FORA O CONTATO MARCADO NO
      *          CADASTRO NAO ME PERTURBE (IND-NAO-PERTURBE), O QUE
      *          RECUSOU LIGACOES (IND-OPT-TEL = 'N') E TODO NUMERO
      *          PRESENTE NO ARQUIVO DE BLOQUEADOS (NMPBLOQ.cpy),
      *          MESMO ANTES DO CASAMENTO NOTURNO. CADA LIGACAO
      *          GRAVADA VAI AO CAMPHIST NO CANAL 'T'; O RESULTADO
      *          DO DISCADOR VOLTA PELO RETDISC. HEADER (DATA,
      *          CAMPANHA, VERSAO), DETALHE E TRAILER (QUANTIDADE E
      *          HASH DE ID-CONTATO) SAO CONFERIDOS APOS A GRAVACAO,
      *          COMO NO EXTPARC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLMKCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TEL-CHAVE
               FILE STATUS IS WS-FS-TEL.

               SELECT NMPBLOQ ASSIGN TO DYNAMIC
               WS-NMPBLOQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NMP-NUMERO
               FILE STATUS IS WS-FS-NMP.

               SELECT ALVOLST ASSIGN TO DYNAMIC
               WS-ALVOLST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALV.

               SELECT EXTRATO ASSIGN TO DYNAMIC
               WS-EXTRATO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXT.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMP.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD TELEFONES.
          COPY FD_TELEFONES.

       FD NMPBLOQ.
          COPY NMPBLOQ.

      * LISTA-ALVO GERADA PELO MOTOR DE SELECAO SELECONT (VEJA
      * ALVO.cpy).
       FD ALVOLST.
          COPY ALVO.

       FD EXTRATO.
       01 REG-EXTRATO               PIC X(80).

       FD CAMPHIST.
          COPY CAMPHIST.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-TELEFONES-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'.
       77 WS-NMPBLOQ-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NMPBLOQ.DAT'.
       77 WS-ALVOLST-PATH           PIC X(100) VALUE SPACES.
       77 WS-EXTRATO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\DISCADOR.TXT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-TEL                 PIC 99.
          88 FS-TEL-OK              VALUE 0.
       77 WS-FS-NMP                 PIC 99.
          88 FS-NMP-OK              VALUE 0.
       77 WS-FS-ALV                 PIC 99.
          88 FS-ALV-OK              VALUE 0.
       77 WS-FS-EXT                 PIC 99.
          88 FS-EXT-OK              VALUE 0.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.

      * HISTORICO DE CAMPANHAS (VEJA CAMPHIST.cpy): UMA ENTRADA POR
      * LIGACAO GRAVADA NO EXTRATO, NO CANAL 'T'.
       77 WS-CAMPANHA               PIC X(10) VALUE SPACES.
      * CONFERENCIA DO CODIGO NA TABELA MESTRE DE CAMPANHAS (VEJA
      * CAMPVAL.cpy): SO CAMPANHA ATIVA LIBERA A EXECUCAO.
       COPY CAMPVAL.
       77 WS-CANAL                  PIC X(01) VALUE 'T'.
       77 WS-CMP-ABERTO             PIC X VALUE 'N'.
          88 CMP-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-TEL-ABERTO             PIC X VALUE 'N'.
          88 TEL-ABERTO             VALUE 'S' FALSE 'N'.

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'TLMKCONT'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy), LIDOS PELO PAINEL DASHCONT.
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'TLMKCONT'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * VERSAO DO LAYOUT ACORDADA COM O DISCADOR, GRAVADA NO HEADER.
       77 WS-VERSAO-LAYOUT          PIC X(04) VALUE '0001'.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       01 WS-REG-HEADER.
           03 WS-HDR-TIPO            PIC X(01) VALUE 'H'.
           03 WS-HDR-DATA            PIC 9(08).
           03 WS-HDR-CAMPANHA        PIC X(10).
           03 WS-HDR-VERSAO          PIC X(04).
           03 FILLER                 PIC X(57) VALUE SPACES.

       01 WS-REG-DETALHE.
           03 WS-DET-TIPO            PIC X(01) VALUE 'D'.
           03 WS-DET-ID              PIC 9(05).
           03 WS-DET-PAIS            PIC 9(03).
           03 WS-DET-DDD             PIC 9(02).
           03 WS-DET-PREFIXO         PIC 9(05).
           03 WS-DET-SUFIXO          PIC 9(04).
           03 WS-DET-VARIANTE        PIC X(01).
           03 WS-DET-NOME            PIC X(40).
           03 FILLER                 PIC X(19) VALUE SPACES.

       01 WS-REG-TRAILER.
           03 WS-TRL-TIPO            PIC X(01) VALUE 'T'.
           03 WS-TRL-QUANTIDADE      PIC 9(07).
           03 WS-TRL-HASH            PIC 9(12).
           03 FILLER                 PIC X(60) VALUE SPACES.

       01 WS-REG-CONFERE            PIC X(80).
       01 WS-REG-CONFERE-TRL REDEFINES WS-REG-CONFERE.
           03 WS-CNF-TIPO            PIC X(01).
           03 WS-CNF-QUANTIDADE      PIC 9(07).
           03 WS-CNF-HASH            PIC 9(12).
           03 FILLER                 PIC X(60).

      * NUMERO ESCOLHIDO PARA O CONTATO CORRENTE.
       01 WS-DISCAR.
           03 WS-DSC-PAIS            PIC 9(03).
           03 WS-DSC-DDD             PIC 9(02).
           03 WS-DSC-PREFIXO         PIC 9(05).
           03 WS-DSC-SUFIXO          PIC 9(04).
       77 WS-DSC-ACHADO             PIC X VALUE 'N'.
          88 DSC-ACHADO             VALUE 'S' FALSE 'N'.
       77 WS-NMP-ABERTO             PIC X VALUE 'N'.
          88 NMP-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-NUMERO-BLOQ            PIC X VALUE 'N'.
          88 NUMERO-BLOQUEADO       VALUE 'S' FALSE 'N'.
       77 WS-TEL-FIM                PIC X VALUE 'N'.
          88 TEL-FIM-OK             VALUE 'S' FALSE 'N'.

       77 WS-TEL-VALIDO             PIC X VALUE 'N'.
          COPY TELSTATUS.

      * FILTRO DE EMPRESA (EMPRESA_COD DO SIGN-ON DO MENUCONT):
      * 00 = VISAO CONSOLIDADA (RESERVADA AO SUPERVISOR), SEM
      * FILTRO; CONTATO COM CD-EMPRESA ZERO (BASE ANTIGA) VALE
      * COMO EMPRESA 01.
       77 WS-EMPRESA-TXT            PIC X(02) VALUE SPACES.
       77 WS-EMPRESA-FILTRO         PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-CONTATO        PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-OK-FLG         PIC X VALUE 'S'.
          88 EMPRESA-OK             VALUE 'S' FALSE 'N'.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-GRAVADOS               PIC 9(07) VALUE ZEROES.
       77 WS-SEM-CONTATO            PIC 9(05) VALUE ZEROES.
       77 WS-EXCLUIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-FORA-EMPRESA           PIC 9(05) VALUE ZEROES.
       77 WS-NAO-PERTURBE           PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-MENORES                PIC 9(05) VALUE ZEROES.
       77 WS-RECUSOU-LIGACAO        PIC 9(05) VALUE ZEROES.
       77 WS-NUMEROS-BLOQUEADOS     PIC 9(05) VALUE ZEROES.
       77 WS-SEM-TELEFONE           PIC 9(05) VALUE ZEROES.
       77 WS-HASH-ID                PIC 9(12) VALUE ZEROES.

       77 WS-CNF-GRAVADOS           PIC 9(07) VALUE ZEROES.
       77 WS-CNF-ID                 PIC 9(05) VALUE ZEROES.
       77 WS-CNF-HASH-CALC          PIC 9(12) VALUE ZEROES.
       77 WS-CNF-TRAILER-VISTO      PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-CONFERE-OK             PIC X VALUE 'N'.
          88 CONFERE-OK             VALUE 'S' FALSE 'N'.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXTRATO PARA O DISCADOR DE TELEMARKETING ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.
           PERFORM P200-GERAR THRU P200-FIM
           IF WS-FIM-RC < 8
               PERFORM P500-CONFERIR THRU P500-FIM
           END-IF
           PERFORM P800-TOTAIS THRU P800-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'TELEFONES_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELEFONES-PATH    FROM ENVIRONMENT-VALUE
           IF WS-TELEFONES-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'
                   TO WS-TELEFONES-PATH
           END-IF

           DISPLAY 'NMPBLOQ_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NMPBLOQ-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NMPBLOQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NMPBLOQ.DAT'
                   TO WS-NMPBLOQ-PATH
           END-IF

           DISPLAY 'ALVO_PATH'           UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALVOLST-PATH      FROM ENVIRONMENT-VALUE

           DISPLAY 'DISCADOR_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-EXTRATO-PATH      FROM ENVIRONMENT-VALUE
           IF WS-EXTRATO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\DISCADOR.TXT'
                   TO WS-EXTRATO-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'CAMPANHA_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPANHA          FROM ENVIRONMENT-VALUE
           IF WS-CAMPANHA = SPACES
               MOVE 'AVULSA' TO WS-CAMPANHA
           END-IF

           DISPLAY 'EMPRESA_COD'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-EMPRESA-TXT       FROM ENVIRONMENT-VALUE
           IF WS-EMPRESA-TXT = SPACES
                   OR WS-EMPRESA-TXT NOT NUMERIC
               MOVE 0 TO WS-EMPRESA-FILTRO
           ELSE
               MOVE WS-EMPRESA-TXT TO WS-EMPRESA-FILTRO
           END-IF
           IF WS-EMPRESA-FILTRO NOT = 0
               DISPLAY 'SEGMENTANDO PELA EMPRESA ' WS-EMPRESA-FILTRO
           END-IF

           DISPLAY 'FIMRUN_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-FIMRUN-PATH       FROM ENVIRONMENT-VALUE
           IF WS-FIMRUN-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'
                   TO WS-FIMRUN-PATH
           END-IF

           DISPLAY 'RUNCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RUNCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'
                   TO WS-RUNCTL-PATH
           END-IF
           .
       P100-FIM.

       P200-GERAR.
           PERFORM P140-VALIDA-CAMPANHA THRU P140-FIM
           IF NOT CV-ATIVA
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

      * A CAMPANHA DE LIGACOES SO SAI POR LISTA-ALVO: NAO HA
      * TIRAGEM DA BASE INTEIRA.
           IF WS-ALVOLST-PATH = SPACES
               DISPLAY 'ALVO_PATH NAO INFORMADO. GERE A LISTA-ALVO '
                   'NO SELECONT ANTES DO EXTRATO DO DISCADOR.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           SET FS-ALV-OK TO TRUE
           OPEN INPUT ALVOLST
           IF NOT FS-ALV-OK
               DISPLAY 'LISTA-ALVO INDISPONIVEL (FS=' WS-FS-ALV
                   '). EXTRATO NAO GERADO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.

               MOVE 8 TO WS-FIM-RC
               CLOSE ALVOLST
               GO TO P200-FIM
           END-IF

      * SEM O ARQUIVO DE BLOQUEADOS NAO HA COMO GARANTIR QUE NENHUM
      * NUMERO DO NAO ME PERTURBE SAIA: O EXTRATO E RECUSADO.
           SET FS-NMP-OK TO TRUE
           OPEN INPUT NMPBLOQ
           IF NOT FS-NMP-OK
               DISPLAY 'ARQUIVO DE NUMEROS BLOQUEADOS INDISPONIVEL '
                   '(FS=' WS-FS-NMP '). EXECUTE O CARGANMP. EXTRATO '
                   'NAO GERADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE CONTATOS
               CLOSE ALVOLST
               GO TO P200-FIM
           END-IF
           SET NMP-ABERTO TO TRUE

      * SEM O ARQUIVO DE TELEFONES ADICIONAIS, SO O WS-TELEFONE
      * PRINCIPAL E CONSIDERADO.
           SET FS-TEL-OK TO TRUE
           OPEN INPUT TELEFONES
           IF FS-TEL-OK
               SET TEL-ABERTO TO TRUE
           ELSE
               DISPLAY 'TELEFONES ADICIONAIS INDISPONIVEIS (FS='
                   WS-FS-TEL '). SO O TELEFONE PRINCIPAL SERA USADO.'
           END-IF

           OPEN OUTPUT EXTRATO
           IF NOT FS-EXT-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE EXTRATO (FS='
                       WS-FS-EXT ').'
               MOVE 8 TO WS-FIM-RC
           ELSE
               PERFORM P270-ABRIR-CAMPHIST THRU P270-FIM
               PERFORM P210-GRAVAR-HEADER THRU P210-FIM
               SET EOF-OK TO FALSE
               PERFORM P220-TRATAR-ALVO THRU P220-FIM
                   UNTIL EOF-OK
               PERFORM P240-GRAVAR-TRAILER THRU P240-FIM
               CLOSE EXTRATO
               PERFORM P280-FECHAR-CAMPHIST THRU P280-FIM
           END-IF

           IF TEL-ABERTO
               CLOSE TELEFONES
               SET TEL-ABERTO TO FALSE
           END-IF
           CLOSE NMPBLOQ
           SET NMP-ABERTO TO FALSE
           CLOSE CONTATOS
           CLOSE ALVOLST
           .
       P200-FIM.

       P210-GRAVAR-HEADER.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA  TO WS-HDR-DATA
           MOVE WS-CAMPANHA      TO WS-HDR-CAMPANHA
           MOVE WS-VERSAO-LAYOUT TO WS-HDR-VERSAO
           WRITE REG-EXTRATO FROM WS-REG-HEADER
           .
       P210-FIM.

       P220-TRATAR-ALVO.
           READ ALVOLST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P220-FIM
           END-READ
           ADD 1 TO WS-LIDOS

           MOVE AL-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   ADD 1 TO WS-SEM-CONTATO
                   GO TO P220-FIM
           END-READ

           PERFORM P225-CONFERE-EMPRESA THRU P225-FIM
           IF CONTATO-EXCLUIDO
               ADD 1 TO WS-EXCLUIDOS
               GO TO P220-FIM
           END-IF
           IF NOT EMPRESA-OK
      * CONTATO DE OUTRA EMPRESA: FORA DESTE EXTRATO.
               ADD 1 TO WS-FORA-EMPRESA
               GO TO P220-FIM
           END-IF
           IF CPF-TITULAR-FALECIDO
      * TITULAR FALECIDO (APLCPF): NAO RECEBE MAIS CONTATO ALGUM.
               ADD 1 TO WS-FALECIDOS
               GO TO P220-FIM
           END-IF
           IF MENOR-SEM-CONSENTIMENTO
      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD): RETIDO.
               ADD 1 TO WS-MENORES
               GO TO P220-FIM
           END-IF
      * TELEMARKETING NAO TEM A EXCECAO DO CONSENTIMENTO: NUMERO NO
      * NAO ME PERTURBE NUNCA VAI AO DISCADOR.
           IF TEL-NAO-PERTURBE
               ADD 1 TO WS-NAO-PERTURBE
               GO TO P220-FIM
           END-IF
           IF OPT-TEL-NAO
               ADD 1 TO WS-RECUSOU-LIGACAO
               GO TO P220-FIM
           END-IF

           PERFORM P250-ESCOLHE-NUMERO THRU P250-FIM
           IF NOT DSC-ACHADO
               ADD 1 TO WS-SEM-TELEFONE
               GO TO P220-FIM
           END-IF

           PERFORM P230-GRAVAR-DETALHE THRU P230-FIM
           .
       P220-FIM.

       P225-CONFERE-EMPRESA.
           SET EMPRESA-OK TO TRUE
           IF WS-EMPRESA-FILTRO = 0
               GO TO P225-FIM
           END-IF
           MOVE CD-EMPRESA TO WS-EMPRESA-CONTATO
           IF WS-EMPRESA-CONTATO = 0
               MOVE 1 TO WS-EMPRESA-CONTATO
           END-IF
           IF WS-EMPRESA-CONTATO NOT = WS-EMPRESA-FILTRO
               SET EMPRESA-OK TO FALSE
           END-IF
           .
       P225-FIM.

       P230-GRAVAR-DETALHE.
           MOVE ID-CONTATO       TO WS-DET-ID
           MOVE WS-DSC-PAIS      TO WS-DET-PAIS
           MOVE WS-DSC-DDD       TO WS-DET-DDD
           MOVE WS-DSC-PREFIXO   TO WS-DET-PREFIXO
           MOVE WS-DSC-SUFIXO    TO WS-DET-SUFIXO
           IF AL-VARIANTE = 'B'
               MOVE 'B'          TO WS-DET-VARIANTE
           ELSE
               MOVE 'A'          TO WS-DET-VARIANTE
           END-IF
      * PESSOA JURIDICA SAI PELA RAZAO SOCIAL, COMO NO PROGCSV.
           IF PESSOA-JURIDICA
               MOVE PJ-RAZAO-SOCIAL TO WS-DET-NOME
           ELSE
               MOVE NM-CONTATO      TO WS-DET-NOME
           END-IF
           WRITE REG-EXTRATO FROM WS-REG-DETALHE
           ADD 1          TO WS-GRAVADOS
           ADD ID-CONTATO TO WS-HASH-ID
           PERFORM P275-GRAVAR-CAMPHIST THRU P275-FIM
           .
       P230-FIM.

       P240-GRAVAR-TRAILER.
           MOVE WS-GRAVADOS TO WS-TRL-QUANTIDADE
           MOVE WS-HASH-ID  TO WS-TRL-HASH
           WRITE REG-EXTRATO FROM WS-REG-TRAILER
           .
       P240-FIM.

      * O MELHOR NUMERO DO CONTATO: O WS-TELEFONE PRINCIPAL QUANDO
      * PASSA NO TELCHECK E NAO ESTA BLOQUEADO; SENAO O PRIMEIRO
      * TELEFONE ADICIONAL BEM FORMADO E NAO BLOQUEADO, NA ORDEM DE
      * SEQUENCIA DO TELEFONES.DAT.
       P250-ESCOLHE-NUMERO.
           SET DSC-ACHADO TO FALSE
           IF WS-TELEFONE(1:14) NOT = '00000000000000'
               COPY TELCHECK.
               IF TELEFONE-VALIDO
                   MOVE WS-PAIS     TO WS-DSC-PAIS
                   MOVE WS-DDD      TO WS-DSC-DDD
                   MOVE WS-PREFIXO  TO WS-DSC-PREFIXO
                   MOVE WS-SUFIXO   TO WS-DSC-SUFIXO
                   PERFORM P260-CONFERE-BLOQUEIO THRU P260-FIM
                   IF NOT NUMERO-BLOQUEADO
                       SET DSC-ACHADO TO TRUE
                       GO TO P250-FIM
                   END-IF
               END-IF
           END-IF

           IF NOT TEL-ABERTO
               GO TO P250-FIM
           END-IF
           SET TEL-FIM-OK TO FALSE
           MOVE ID-CONTATO TO TEL-ID-CONTATO
           MOVE 0          TO TEL-SEQUENCIA
           START TELEFONES KEY IS NOT LESS THAN TEL-CHAVE
               INVALID KEY
                   SET TEL-FIM-OK TO TRUE
           END-START
           PERFORM P255-PROCURA-ADICIONAL THRU P255-FIM
               UNTIL TEL-FIM-OK OR DSC-ACHADO
           .
       P250-FIM.

       P255-PROCURA-ADICIONAL.
           READ TELEFONES NEXT RECORD
               AT END
                   SET TEL-FIM-OK TO TRUE
                   GO TO P255-FIM
           END-READ
           IF TEL-ID-CONTATO NOT = ID-CONTATO
               SET TEL-FIM-OK TO TRUE
               GO TO P255-FIM
           END-IF
           IF TEL-PAIS NOT NUMERIC OR TEL-DDD NOT NUMERIC
                   OR TEL-PREFIXO NOT NUMERIC
                   OR TEL-SUFIXO NOT NUMERIC
                   OR TEL-DDD = 0
               GO TO P255-FIM
           END-IF
      * MESMA REGRA DE FORMATO DO TELCHECK: CELULAR COM PREFIXO DE
      * CINCO DIGITOS COMECANDO POR 9, FIXO EM QUATRO DIGITOS.
           IF TEL-TIPO-CELULAR AND TEL-PREFIXO < 90000
               GO TO P255-FIM
           END-IF
           IF NOT TEL-TIPO-CELULAR AND TEL-PREFIXO > 9999
               GO TO P255-FIM
           END-IF
           MOVE TEL-PAIS    TO WS-DSC-PAIS
           MOVE TEL-DDD     TO WS-DSC-DDD
           MOVE TEL-PREFIXO TO WS-DSC-PREFIXO
           MOVE TEL-SUFIXO  TO WS-DSC-SUFIXO
           PERFORM P260-CONFERE-BLOQUEIO THRU P260-FIM
           IF NOT NUMERO-BLOQUEADO
               SET DSC-ACHADO TO TRUE
           END-IF
           .
       P255-FIM.

      * CONSULTA DO NUMERO ESCOLHIDO NO ARQUIVO DE BLOQUEADOS, PELA
      * MESMA COMPOSICAO DO TELIDX (PAIS 000 DA BASE ANTIGA VALE
      * COMO 055).
       P260-CONFERE-BLOQUEIO.
           SET NUMERO-BLOQUEADO TO FALSE
           IF WS-DSC-PAIS = 0
               MOVE 55 TO WS-DSC-PAIS
           END-IF
           MOVE WS-DSC-PAIS    TO NMP-NUMERO(1:3)
           MOVE WS-DSC-DDD     TO NMP-NUMERO(4:2)
           MOVE WS-DSC-PREFIXO TO NMP-NUMERO(6:5)
           MOVE WS-DSC-SUFIXO  TO NMP-NUMERO(11:4)
           READ NMPBLOQ KEY IS NMP-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NUMERO-BLOQUEADO TO TRUE
                   ADD 1 TO WS-NUMEROS-BLOQUEADOS
           END-READ
           .
       P260-FIM.

      * A CAMPANHA PRECISA ESTAR CADASTRADA E ATIVA NA TABELA MESTRE
      * (CAMPTAB, MANTIDA NO MANUTTAB): UM CODIGO DIGITADO ERRADO
      * DIVIDIRIA A CAMPANHA NO CAMPTAXA E NO CUSTOPOST.
       P140-VALIDA-CAMPANHA.
           MOVE WS-CAMPANHA TO CV-CAMPANHA
           CALL 'CAMPVALID' USING VALIDACAO-CAMPANHA
           EVALUATE TRUE
               WHEN CV-ATIVA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' - ' CV-DESCRICAO
                       ' (DONO ' CV-DONO ')'
               WHEN CV-PLANEJADA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' AINDA '
                       'PLANEJADA: ATIVE-A NO MANUTTAB. EXECUCAO '
                       'RECUSADA.'
               WHEN CV-ENCERRADA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' ENCERRADA. '
                       'EXECUCAO RECUSADA.'
               WHEN CV-TABELA-AUSENTE
                   DISPLAY 'SEM A TABELA DE CAMPANHAS NAO HA COMO '
                       'CONFERIR O CODIGO. EXECUCAO RECUSADA.'
               WHEN OTHER
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' NAO CADASTRADA '
                       'NA CAMPTAB. EXECUCAO RECUSADA.'
           END-EVALUATE
           .
       P140-FIM.

      * ABERTURA/GRAVACAO/FECHAMENTO DO HISTORICO DE CAMPANHAS. O
      * ARQUIVO FICA ABERTO DURANTE A TIRAGEM INTEIRA.
       P270-ABRIR-CAMPHIST.
           SET FS-CMP-OK TO TRUE
           OPEN EXTEND CAMPHIST
           IF WS-FS-CMP EQUAL 35
               OPEN OUTPUT CAMPHIST
           END-IF
           IF FS-CMP-OK
               SET CMP-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE CAMPANHAS '
                   '(FS=' WS-FS-CMP ').'
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P270-FIM.

       P275-GRAVAR-CAMPHIST.
           IF CMP-ABERTO
               MOVE SPACES          TO REG-CAMPHIST
               MOVE ID-CONTATO      TO CH-ID-CONTATO
               MOVE WS-CAMPANHA     TO CH-CAMPANHA
               MOVE WS-DATA-SISTEMA TO CH-DATA
               MOVE WS-CANAL        TO CH-CANAL
               MOVE WS-DET-VARIANTE TO CH-VARIANTE
               WRITE REG-CAMPHIST
           END-IF
           .
       P275-FIM.

       P280-FECHAR-CAMPHIST.
           IF CMP-ABERTO
               CLOSE CAMPHIST
               SET CMP-ABERTO TO FALSE
           END-IF
           .
       P280-FIM.

      * RELE O ARQUIVO GRAVADO E CONFERE QUANTIDADE E HASH CONTRA O
      * TRAILER. UM ARQUIVO QUE NAO FECHA NAO PODE SER ENVIADO: E
      * DESCARTADO E A EXECUCAO TERMINA COM RC 8.
       P500-CONFERIR.
           SET CONFERE-OK TO FALSE
           SET TRAILER-VISTO TO FALSE
           SET EOF-OK TO FALSE
           MOVE 0 TO WS-CNF-GRAVADOS
           MOVE 0 TO WS-CNF-HASH-CALC

           OPEN INPUT EXTRATO
           IF NOT FS-EXT-OK
               DISPLAY 'ERRO AO RELER O EXTRATO PARA CONFERENCIA.'
               MOVE 8 TO WS-FIM-RC
           ELSE
               PERFORM P510-CONFERIR-LINHA THRU P510-FIM
                   UNTIL EOF-OK
               CLOSE EXTRATO

               IF CONFERE-OK
                   DISPLAY 'TRAILER CONFERIDO: ' WS-CNF-GRAVADOS
                           ' DETALHES, HASH ' WS-CNF-HASH-CALC '.'
               ELSE
                   DISPLAY 'TRAILER NAO CONFERE COM O CONTEUDO. O '
                           'ARQUIVO NAO SERA ENVIADO.'
                   CALL 'CBL_DELETE_FILE' USING WS-EXTRATO-PATH
                   MOVE 0 TO RETURN-CODE
                   MOVE 8 TO WS-FIM-RC
               END-IF
           END-IF
           .
       P500-FIM.

       P510-CONFERIR-LINHA.
           READ EXTRATO INTO WS-REG-CONFERE
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE WS-REG-CONFERE(1:1)
                       WHEN 'D'
                           ADD 1 TO WS-CNF-GRAVADOS
                           MOVE WS-REG-CONFERE(2:5) TO WS-CNF-ID
                           ADD WS-CNF-ID TO WS-CNF-HASH-CALC
                       WHEN 'T'
                           SET TRAILER-VISTO TO TRUE
                           IF WS-CNF-QUANTIDADE = WS-CNF-GRAVADOS
                                   AND WS-CNF-HASH =
                                       WS-CNF-HASH-CALC
                               SET CONFERE-OK TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P510-FIM.

       P800-TOTAIS.
           DISPLAY 'IDS NA LISTA-ALVO....: ' WS-LIDOS
           DISPLAY 'LIGACOES GRAVADAS....: ' WS-GRAVADOS
           DISPLAY 'CONTATO NAO ACHADO...: ' WS-SEM-CONTATO
           DISPLAY 'CONTATOS EXCLUIDOS...: ' WS-EXCLUIDOS
           DISPLAY 'DE OUTRA EMPRESA.....: ' WS-FORA-EMPRESA
           DISPLAY 'NAO ME PERTURBE......: ' WS-NAO-PERTURBE
           DISPLAY 'TITULARES FALECIDOS..: ' WS-FALECIDOS
           DISPLAY 'MENORES RETIDOS......: ' WS-MENORES
           DISPLAY 'RECUSARAM LIGACOES...: ' WS-RECUSOU-LIGACAO
           DISPLAY 'NUMEROS BLOQUEADOS...: ' WS-NUMEROS-BLOQUEADOS
           DISPLAY 'SEM TELEFONE LIVRE...: ' WS-SEM-TELEFONE
           DISPLAY 'HASH DE ID-CONTATO...: ' WS-HASH-ID

           MOVE WS-LIDOS       TO WS-FIM-CONT1
           MOVE WS-GRAVADOS    TO WS-FIM-CONT2
           MOVE WS-SEM-TELEFONE TO WS-FIM-CONT3
           COPY GRAVFIM.

           MOVE 'FIM   '      TO WS-RUN-EVENTO
           MOVE WS-FIM-RC     TO WS-RUN-RC
           MOVE WS-FIM-CONT1  TO WS-RUN-CONT1
           MOVE WS-FIM-CONT2  TO WS-RUN-CONT2
           MOVE WS-FIM-CONT3  TO WS-RUN-CONT3
           COPY GRAVRUN.

           MOVE WS-FIM-RC TO RETURN-CODE
           .
       P800-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM TLMKCONT.
