      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARTAS DE LEMBRETE DE RENOVACAO DAS APOLICES DO
      *          PARCEIRO DE SEGUROS (ROTINA MENSAL): PERCORRE O
      *          POLFILE (VEJA POLFILE.cpy) E, PARA CADA APOLICE
      *          VIGENTE CUJO ANIVERSARIO (DIA E MES DE
      *          POL-DT-INICIO) CAI NOS PROXIMOS RENOV_DIAS DIAS
      *          (PADRAO 60) A CONTAR DA DATA DE PROCESSAMENTO, MONTA
      *          A CARTA AO TITULAR MESCLANDO O GABARITO RENOV.TPL NO
      *          MECANISMO DO CARTACONT, COM OS MARCADORES
      *            &PNOME   - PRIMEIRO NOME (SAUDACAO)
      *            &NOME    - NOME COMPLETO
      *            &PRODUTO - PRODUTO DA APOLICE
      *            &APOLICE - NUMERO DA APOLICE
      *            &VENCTO  - DATA DO ANIVERSARIO (DD/MM/AAAA)
      *          COM A MESMA SUPRESSAO DAS TIRAGENS DE MALA
      *          (EXCLUIDO, OPT-OUT DE MALA, ENDERECO DEVOLVIDO,
      *          TITULAR FALECIDO E MENOR SEM CONSENTIMENTO DO
      *          RESPONSAVEL). CADA CARTA VAI AO HISTORICO DE
      *          CAMPANHAS (CAMPHIST.cpy, CAMPANHA_COD, PADRAO
      *          'RENOVACAO', QUE PRECISA ESTAR ATIVA NA CAMPTAB) E
      *          AO CONTROLE RENOVCTL (VEJA RENOVCTL.cpy), QUE IMPEDE
      *          A SEGUNDA CARTA PARA O MESMO ANIVERSARIO NA EXECUCAO
      *          DO MES SEGUINTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVCART.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT POLFILE ASSIGN TO DYNAMIC
               WS-POLFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS POL-CHAVE
               FILE STATUS IS WS-FS-POL.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT GABARITO ASSIGN TO DYNAMIC
               WS-GABARITO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GAB.

               SELECT CARTAS ASSIGN TO DYNAMIC
               WS-CARTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAR.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMP.

               SELECT RENOVCTL ASSIGN TO DYNAMIC
               WS-RENOVCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RNC.

       DATA DIVISION.

       FILE SECTION.
       FD POLFILE.
          COPY POLFILE.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD GABARITO.
       01 REG-GABARITO              PIC X(80).

       FD CARTAS.
       01 REG-CARTA                 PIC X(132).

       FD CAMPHIST.
          COPY CAMPHIST.

       FD RENOVCTL.
          COPY RENOVCTL.

       WORKING-STORAGE SECTION.
       77 WS-POLFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-GABARITO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RENOV.TPL'.
       77 WS-CARTAS-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CARTASRENOV.TXT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-RENOVCTL-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RENOVCTL.TXT'.

       77 WS-FS-POL                 PIC 99.
          88 FS-POL-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-GAB                 PIC 99.
          88 FS-GAB-OK              VALUE 0.
       77 WS-FS-CAR                 PIC 99.
          88 FS-CAR-OK              VALUE 0.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-FS-RNC                 PIC 99.
          88 FS-RNC-OK              VALUE 0.

      * CAMPANHA DO LEMBRETE, CONFERIDA NA CAMPTAB PELO CAMPVALID
      * (VEJA CAMPVAL.cpy): SO CAMPANHA ATIVA LIBERA A EXECUCAO.
       77 WS-CAMPANHA               PIC X(10) VALUE SPACES.
       COPY CAMPVAL.
       77 WS-CANAL                  PIC X(01) VALUE 'M'.
       77 WS-VARIANTE               PIC X(01) VALUE 'A'.

      * JANELA DO LEMBRETE EM DIAS CORRIDOS (RENOV_DIAS).
       77 WS-DIAS-TXT               PIC X(02) VALUE SPACES.
       77 WS-DIAS-JANELA            PIC 9(02) VALUE 60.

      * DATA DE PROCESSAMENTO E PROXIMO ANIVERSARIO DA APOLICE.
       01 WS-DATA-PROC              PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-DATA-PROC.
           03 WS-PROC-ANO           PIC 9(04).
           03 WS-PROC-MES           PIC 9(02).
           03 WS-PROC-DIA           PIC 9(02).
       01 WS-INICIO                 PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-INICIO.
           03 WS-INI-ANO            PIC 9(04).
           03 WS-INI-MES            PIC 9(02).
           03 WS-INI-DIA            PIC 9(02).
       01 WS-ANIVERSARIO            PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-ANIVERSARIO.
           03 WS-ANV-ANO            PIC 9(04).
           03 WS-ANV-MES            PIC 9(02).
           03 WS-ANV-DIA            PIC 9(02).
       77 WS-HOJE-INT               PIC 9(07) VALUE ZEROES.
       77 WS-ANV-INT                PIC 9(07) VALUE ZEROES.
       77 WS-DIAS-FALTAM            PIC 9(07) VALUE ZEROES.
       77 WS-QUOCIENTE              PIC 9(04) VALUE ZEROES.
       77 WS-RESTO-4                PIC 9(03) VALUE ZEROES.
       77 WS-RESTO-100              PIC 9(03) VALUE ZEROES.
       77 WS-RESTO-400              PIC 9(03) VALUE ZEROES.
       77 WS-VENCTO-EDIT            PIC X(10) VALUE SPACES.

      * LEMBRETES JA EMITIDOS PARA ANIVERSARIOS AINDA POR VIR, LIDOS
      * DO RENOVCTL NO INICIO DA EXECUCAO.
       77 WS-AVI-QTD                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-AVISOS.
           03 WS-AVI-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AVI-IDX.
               05 WS-AVI-ID-CONTATO  PIC 9(05).
               05 WS-AVI-NUMERO      PIC X(10).
               05 WS-AVI-ANIVERSARIO PIC 9(08).
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

      * GABARITO CARREGADO EM MEMORIA, UMA VEZ POR EXECUCAO.
       77 WS-GAB-QTD                PIC 9(02) VALUE ZEROES.
       01 WS-TAB-GABARITO.
           03 WS-GAB-LINHA OCCURS 60 TIMES INDEXED BY WS-GIDX
                                    PIC X(80).

      * CAMPOS DA SUBSTITUICAO DE MARCADORES (VEJA CARTACONT).
       77 WS-LIN-ENTRADA            PIC X(80) VALUE SPACES.
       77 WS-LIN-SAIDA              PIC X(132) VALUE SPACES.
       77 WS-POS-IN                 PIC 9(03) VALUE ZEROES.
       77 WS-POS-OUT                PIC 9(03) VALUE ZEROES.

       77 WS-CMP-ABERTO             PIC X VALUE 'N'.
          88 CMP-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-RNC-ABERTO             PIC X VALUE 'N'.
          88 RNC-ABERTO             VALUE 'S' FALSE 'N'.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-NAO-VIGENTES           PIC 9(05) VALUE ZEROES.
       77 WS-DATA-INVALIDA          PIC 9(05) VALUE ZEROES.
       77 WS-FORA-JANELA            PIC 9(05) VALUE ZEROES.
       77 WS-JA-AVISADAS            PIC 9(05) VALUE ZEROES.
       77 WS-SEM-CONTATO            PIC 9(05) VALUE ZEROES.
       77 WS-EXCLUIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-SUPRIMIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-DEVOLVIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-MENORES                PIC 9(05) VALUE ZEROES.
       77 WS-GERADOS                PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** LEMBRETES DE RENOVACAO DE APOLICES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P140-VALIDA-CAMPANHA THRU P140-FIM
           IF NOT CV-ATIVA
               MOVE 12 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P150-CARREGAR-GABARITO THRU P150-FIM
           IF WS-GAB-QTD = 0
               DISPLAY 'GABARITO DA CARTA DE RENOVACAO VAZIO OU '
                   'INDISPONIVEL. NADA A GERAR.'
               PERFORM P900-FIM
           END-IF
           PERFORM P170-CARREGAR-AVISOS THRU P170-FIM
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'POLFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-POLFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-POLFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'
                   TO WS-POLFILE-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'RENOV_TPL_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-GABARITO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-GABARITO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RENOV.TPL'
                   TO WS-GABARITO-PATH
           END-IF

           DISPLAY 'CARTASRENOV_PATH'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-CARTAS-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CARTAS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CARTASRENOV.TXT'
                   TO WS-CARTAS-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'RENOVCTL_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RENOVCTL-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RENOVCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RENOVCTL.TXT'
                   TO WS-RENOVCTL-PATH
           END-IF

           DISPLAY 'CAMPANHA_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPANHA          FROM ENVIRONMENT-VALUE
           IF WS-CAMPANHA = SPACES
               MOVE 'RENOVACAO' TO WS-CAMPANHA
           END-IF

           DISPLAY 'RENOV_DIAS'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIAS-TXT          FROM ENVIRONMENT-VALUE
           IF WS-DIAS-TXT = SPACES
                   OR WS-DIAS-TXT NOT NUMERIC
               MOVE 60 TO WS-DIAS-JANELA
           ELSE
               MOVE WS-DIAS-TXT TO WS-DIAS-JANELA
           END-IF

           CALL 'DATAPROC' USING WS-DATA-PROC
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROC)
           .
       P100-FIM.

      * A CAMPANHA PRECISA ESTAR CADASTRADA E ATIVA NA TABELA MESTRE
      * (CAMPTAB, MANTIDA NO MANUTTAB), COMO NAS TIRAGENS DE MALA.
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

       P150-CARREGAR-GABARITO.
           MOVE 0 TO WS-GAB-QTD
           SET EOF-OK TO FALSE
           SET FS-GAB-OK TO TRUE

           OPEN INPUT GABARITO
           IF FS-GAB-OK
               PERFORM P160-CARREGAR-LINHA THRU P160-FIM
                   UNTIL EOF-OK
               CLOSE GABARITO
           ELSE
               DISPLAY 'GABARITO DA CARTA DE RENOVACAO NAO '
                   'ENCONTRADO EM ' WS-GABARITO-PATH
           END-IF
           SET EOF-OK TO FALSE
           .
       P150-FIM.

       P160-CARREGAR-LINHA.
           READ GABARITO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-GAB-QTD < 60
                       ADD 1 TO WS-GAB-QTD
                       MOVE REG-GABARITO TO WS-GAB-LINHA(WS-GAB-QTD)
                   ELSE
                       DISPLAY 'GABARITO COM MAIS DE 60 LINHAS. AS '
                           'DEMAIS FORAM IGNORADAS.'
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P160-FIM.

      * SO INTERESSAM OS LEMBRETES DE ANIVERSARIO AINDA POR VIR: OS
      * ANTERIORES A DATA DE PROCESSAMENTO NAO CAEM MAIS NA JANELA.
      * SEM O CONTROLE (PRIMEIRA EXECUCAO) NINGUEM FOI AVISADO.
       P170-CARREGAR-AVISOS.
           MOVE 0 TO WS-AVI-QTD
           SET EOF-OK TO FALSE
           SET FS-RNC-OK TO TRUE
           OPEN INPUT RENOVCTL
           IF FS-RNC-OK
               PERFORM P180-CARREGAR-AVISO THRU P180-FIM
                   UNTIL EOF-OK
               CLOSE RENOVCTL
           END-IF
           SET EOF-OK TO FALSE
           .
       P170-FIM.

       P180-CARREGAR-AVISO.
           READ RENOVCTL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P180-FIM
           END-READ
           IF RNC-DT-ANIVERSARIO NOT NUMERIC
                   OR RNC-DT-ANIVERSARIO < WS-DATA-PROC
               GO TO P180-FIM
           END-IF
           IF WS-AVI-QTD < 5000
               ADD 1 TO WS-AVI-QTD
               MOVE RNC-ID-CONTATO     TO WS-AVI-ID-CONTATO(WS-AVI-QTD)
               MOVE RNC-NUMERO         TO WS-AVI-NUMERO(WS-AVI-QTD)
               MOVE RNC-DT-ANIVERSARIO
                   TO WS-AVI-ANIVERSARIO(WS-AVI-QTD)
           ELSE
               DISPLAY 'CONTROLE DE LEMBRETES COM MAIS DE 5000 '
                   'AVISOS PENDENTES. OS DEMAIS FORAM IGNORADOS.'
               SET EOF-OK TO TRUE
           END-IF
           .
       P180-FIM.

       P200-PROCESSAR.
           SET EOF-OK TO FALSE
           SET FS-POL-OK TO TRUE

           OPEN INPUT POLFILE
           IF NOT FS-POL-OK
               DISPLAY 'ARQUIVO DE APOLICES INDISPONIVEL (FS='
                       WS-FS-POL '). NADA A GERAR.'
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               CLOSE POLFILE
               GO TO P200-FIM
           END-IF

           SET FS-CAR-OK TO TRUE
           OPEN OUTPUT CARTAS
           IF NOT FS-CAR-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE CARTAS (FS='
                       WS-FS-CAR '). NADA A GERAR.'
               CLOSE POLFILE
               CLOSE CONTATOS
               GO TO P200-FIM
           END-IF

           PERFORM P270-ABRIR-CONTROLES THRU P270-FIM

           PERFORM P210-LER-APOLICE THRU P210-FIM
               UNTIL EOF-OK

           PERFORM P280-FECHAR-CONTROLES THRU P280-FIM
           CLOSE POLFILE
           CLOSE CONTATOS
           CLOSE CARTAS

           DISPLAY 'APOLICES LIDAS........: ' WS-LIDOS
           DISPLAY 'NAO VIGENTES..........: ' WS-NAO-VIGENTES
           DISPLAY 'INICIO INVALIDO.......: ' WS-DATA-INVALIDA
           DISPLAY 'FORA DA JANELA........: ' WS-FORA-JANELA
           DISPLAY 'JA AVISADAS...........: ' WS-JA-AVISADAS
           DISPLAY 'CONTATO NAO ENCONTRADO: ' WS-SEM-CONTATO
           DISPLAY 'CONTATOS EXCLUIDOS....: ' WS-EXCLUIDOS
           DISPLAY 'SUPRIMIDAS (OPT-OUT)..: ' WS-SUPRIMIDOS
           DISPLAY 'ENDERECO DEVOLVIDO....: ' WS-DEVOLVIDOS
           DISPLAY 'TITULAR FALECIDO......: ' WS-FALECIDOS
           DISPLAY 'MENOR SEM CONSENTIM...: ' WS-MENORES
           DISPLAY 'CARTAS GERADAS........: ' WS-GERADOS
           .
       P200-FIM.

       P210-LER-APOLICE.
           READ POLFILE NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF NOT POL-VIGENTE
               ADD 1 TO WS-NAO-VIGENTES
               GO TO P210-FIM
           END-IF

           PERFORM P300-PROXIMO-ANIVERSARIO THRU P300-FIM
           IF WS-ANV-INT = 0
               ADD 1 TO WS-DATA-INVALIDA
               GO TO P210-FIM
           END-IF
           IF WS-ANIVERSARIO NOT > POL-DT-INICIO
      * APOLICE QUE AINDA NAO COMECOU NAO TEM ANIVERSARIO A AVISAR.
               ADD 1 TO WS-FORA-JANELA
               GO TO P210-FIM
           END-IF
           COMPUTE WS-DIAS-FALTAM = WS-ANV-INT - WS-HOJE-INT
           IF WS-DIAS-FALTAM > WS-DIAS-JANELA
               ADD 1 TO WS-FORA-JANELA
               GO TO P210-FIM
           END-IF

           PERFORM P350-CONFERE-AVISO THRU P350-FIM
           IF ACHADO-OK
               ADD 1 TO WS-JA-AVISADAS
               GO TO P210-FIM
           END-IF

           MOVE POL-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   ADD 1 TO WS-SEM-CONTATO
                   DISPLAY 'APOLICE ' POL-NUMERO ' APONTA O CONTATO '
                       POL-ID-CONTATO ', QUE NAO EXISTE.'
                   GO TO P210-FIM
           END-READ

      * A SUPRESSAO E A DAS TIRAGENS DE MALA DO CARTACONT; O
      * SUPRIMIDO NAO VAI AO CONTROLE E SAI NO MES SEGUINTE SE A
      * MARCA FOR LIMPA E O ANIVERSARIO AINDA ESTIVER NA JANELA.
           EVALUATE TRUE
               WHEN CONTATO-EXCLUIDO
                   ADD 1 TO WS-EXCLUIDOS
               WHEN OPT-MALA-NAO
                   ADD 1 TO WS-SUPRIMIDOS
               WHEN ENDERECO-DEVOLVIDO
                   ADD 1 TO WS-DEVOLVIDOS
               WHEN CPF-TITULAR-FALECIDO
                   ADD 1 TO WS-FALECIDOS
               WHEN MENOR-SEM-CONSENTIMENTO
                   ADD 1 TO WS-MENORES
               WHEN OTHER
                   PERFORM P400-GERAR-CARTA THRU P400-FIM
                   PERFORM P275-GRAVAR-CONTROLES THRU P275-FIM
                   ADD 1 TO WS-GERADOS
           END-EVALUATE
           .
       P210-FIM.

      * PROXIMO ANIVERSARIO: DIA E MES DO INICIO NO ANO DA DATA DE
      * PROCESSAMENTO, OU NO ANO SEGUINTE SE JA PASSOU. A APOLICE
      * INICIADA EM 29/02 FAZ ANIVERSARIO EM 28/02 NOS ANOS COMUNS.
      * INICIO INVALIDO VOLTA WS-ANV-INT ZERADO.
       P300-PROXIMO-ANIVERSARIO.
           MOVE 0 TO WS-ANV-INT
           MOVE POL-DT-INICIO TO WS-INICIO
           IF WS-INI-MES < 1 OR WS-INI-MES > 12
                   OR WS-INI-DIA < 1 OR WS-INI-DIA > 31
               GO TO P300-FIM
           END-IF
           MOVE WS-PROC-ANO TO WS-ANV-ANO
           PERFORM P310-MONTA-ANIVERSARIO THRU P310-FIM
           IF WS-ANV-INT NOT = 0 AND WS-ANV-INT < WS-HOJE-INT
               ADD 1 TO WS-ANV-ANO
               PERFORM P310-MONTA-ANIVERSARIO THRU P310-FIM
           END-IF
           .
       P300-FIM.

       P310-MONTA-ANIVERSARIO.
           MOVE WS-INI-MES TO WS-ANV-MES
           MOVE WS-INI-DIA TO WS-ANV-DIA
           IF WS-ANV-MES = 2 AND WS-ANV-DIA = 29
               DIVIDE WS-ANV-ANO BY 4   GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-ANV-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-ANV-ANO BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 NOT = 0
                       OR (WS-RESTO-100 = 0 AND WS-RESTO-400 NOT = 0)
                   MOVE 28 TO WS-ANV-DIA
               END-IF
           END-IF
           COMPUTE WS-ANV-INT =
               FUNCTION INTEGER-OF-DATE(WS-ANIVERSARIO)
           .
       P310-FIM.

       P350-CONFERE-AVISO.
           SET ACHADO-OK TO FALSE
           SET WS-AVI-IDX TO 1
           PERFORM P360-COMPARA-AVISO THRU P360-FIM
               UNTIL WS-AVI-IDX > WS-AVI-QTD OR ACHADO-OK
           .
       P350-FIM.

       P360-COMPARA-AVISO.
           IF WS-AVI-ID-CONTATO(WS-AVI-IDX) = POL-ID-CONTATO
                   AND WS-AVI-NUMERO(WS-AVI-IDX) = POL-NUMERO
                   AND WS-AVI-ANIVERSARIO(WS-AVI-IDX) = WS-ANIVERSARIO
               SET ACHADO-OK TO TRUE
           ELSE
               SET WS-AVI-IDX UP BY 1
           END-IF
           .
       P360-FIM.

      * ABERTURA/GRAVACAO/FECHAMENTO DO HISTORICO DE CAMPANHAS E DO
      * CONTROLE DE LEMBRETES. OS DOIS FICAM ABERTOS DURANTE A
      * TIRAGEM INTEIRA.
       P270-ABRIR-CONTROLES.
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
           END-IF

           SET FS-RNC-OK TO TRUE
           OPEN EXTEND RENOVCTL
           IF WS-FS-RNC EQUAL 35
               OPEN OUTPUT RENOVCTL
           END-IF
           IF FS-RNC-OK
               SET RNC-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DE LEMBRETES DE '
                   'RENOVACAO (FS=' WS-FS-RNC ').'
           END-IF
           .
       P270-FIM.

       P275-GRAVAR-CONTROLES.
           IF CMP-ABERTO
               MOVE SPACES         TO REG-CAMPHIST
               MOVE ID-CONTATO     TO CH-ID-CONTATO
               MOVE WS-CAMPANHA    TO CH-CAMPANHA
               MOVE WS-DATA-PROC   TO CH-DATA
               MOVE WS-CANAL       TO CH-CANAL
               MOVE WS-VARIANTE    TO CH-VARIANTE
               WRITE REG-CAMPHIST
           END-IF
           IF RNC-ABERTO
               MOVE SPACES         TO REG-RENOVCTL
               MOVE POL-ID-CONTATO TO RNC-ID-CONTATO
               MOVE POL-NUMERO     TO RNC-NUMERO
               MOVE WS-ANIVERSARIO TO RNC-DT-ANIVERSARIO
               MOVE WS-DATA-PROC   TO RNC-DT-EMISSAO
               MOVE WS-CAMPANHA    TO RNC-CAMPANHA
               WRITE REG-RENOVCTL
           END-IF
           .
       P275-FIM.

       P280-FECHAR-CONTROLES.
           IF CMP-ABERTO
               CLOSE CAMPHIST
               SET CMP-ABERTO TO FALSE
           END-IF
           IF RNC-ABERTO
               CLOSE RENOVCTL
               SET RNC-ABERTO TO FALSE
           END-IF
           .
       P280-FIM.

       P400-GERAR-CARTA.
           MOVE SPACES TO WS-VENCTO-EDIT
           STRING WS-ANV-DIA '/' WS-ANV-MES '/' WS-ANV-ANO
                  DELIMITED BY SIZE
                  INTO WS-VENCTO-EDIT
           END-STRING

      * ENDERECAMENTO PELO ENDERECO DO TITULAR.
           MOVE NM-CONTATO TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           MOVE SPACES TO REG-CARTA
           STRING FUNCTION TRIM(WS-RUA)    DELIMITED BY SIZE
                  ', '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAIRRO) DELIMITED BY SIZE
                  INTO REG-CARTA
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           MOVE SPACES TO REG-CARTA
           STRING FUNCTION TRIM(WS-CIDADE) DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-UF                    DELIMITED BY SIZE
                  '  CEP '                 DELIMITED BY SIZE
                  WS-CEP-1                 DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-CEP-2                 DELIMITED BY SIZE
                  INTO REG-CARTA
           END-STRING
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           MOVE SPACES TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM

           SET WS-GIDX TO 1
           PERFORM P410-GERAR-LINHA THRU P410-FIM
               UNTIL WS-GIDX > WS-GAB-QTD

      * SEPARADOR DE CARTAS PARA O CORTE NA IMPRESSAO.
           MOVE ALL '-' TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           .
       P400-FIM.

       P410-GERAR-LINHA.
           MOVE WS-GAB-LINHA(WS-GIDX) TO WS-LIN-ENTRADA
           PERFORM P420-SUBSTITUIR THRU P420-FIM
           MOVE WS-LIN-SAIDA TO REG-CARTA
           PERFORM P600-GRAVAR-LINHA THRU P600-FIM
           SET WS-GIDX UP BY 1
           .
       P410-FIM.

      * SUBSTITUICAO DOS MARCADORES, NO MESMO DESENHO DO
      * P240-SUBSTITUIR DO CARTACONT.
       P420-SUBSTITUIR.
           MOVE SPACES TO WS-LIN-SAIDA
           MOVE 1 TO WS-POS-IN
           MOVE 1 TO WS-POS-OUT
           PERFORM P430-COPIA-TRECHO THRU P430-FIM
               UNTIL WS-POS-IN > 80 OR WS-POS-OUT > 132
           .
       P420-FIM.

       P430-COPIA-TRECHO.
           EVALUATE TRUE
               WHEN WS-POS-IN NOT > 75
                       AND WS-LIN-ENTRADA(WS-POS-IN:6) = '&PNOME'
                   STRING FUNCTION TRIM(WS-PRIMEIRO-NOME)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 76
                       AND WS-LIN-ENTRADA(WS-POS-IN:5) = '&NOME'
                   STRING FUNCTION TRIM(NM-CONTATO)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 5 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 73
                       AND WS-LIN-ENTRADA(WS-POS-IN:8) = '&PRODUTO'
                   STRING FUNCTION TRIM(POL-PRODUTO)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 8 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 73
                       AND WS-LIN-ENTRADA(WS-POS-IN:8) = '&APOLICE'
                   STRING FUNCTION TRIM(POL-NUMERO)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 8 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 74
                       AND WS-LIN-ENTRADA(WS-POS-IN:7) = '&VENCTO'
                   STRING WS-VENCTO-EDIT
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 7 TO WS-POS-IN
               WHEN OTHER
                   MOVE WS-LIN-ENTRADA(WS-POS-IN:1)
                       TO WS-LIN-SAIDA(WS-POS-OUT:1)
                   ADD 1 TO WS-POS-IN
                   ADD 1 TO WS-POS-OUT
           END-EVALUATE
           .
       P430-FIM.

       P600-GRAVAR-LINHA.
           IF FS-CAR-OK
               WRITE REG-CARTA
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RENOVCART.
