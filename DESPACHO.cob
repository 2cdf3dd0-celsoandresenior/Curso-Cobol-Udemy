      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: DESPACHANTE DOS ARQUIVOS DE ENTRADA (PASSO DA CADEIA
      *          DO BATCHEOD). VARRE A CAIXA DE ENTRADA (ENTRADA_DIR),
      *          RECONHECE CADA ARQUIVO PELO PRIMEIRO REGISTRO E CHAMA
      *          O CARREGADOR CERTO, APONTANDO O CAMINHO DE ENTRADA
      *          DELE PARA O ARQUIVO DA CAIXA:
      *            RECIBO DE REMESSA (DESTINO + DATA + QTDE + HASH,
      *              SEM HEADER)                 -> ACKCONT
      *            'H' + NUMERO + DATA DE UMA REMESSA DO CORRSUB
      *              (CORRECAO DE ENDERECOS)     -> APLCORR
      *            'H' + NUMERO + DATA DE UMA REMESSA DO CPFSUB
      *              (SITUACAO DOS CPFS)         -> APLCPF
      *            'H' + DATA + BRANCOS (AR DOS CORREIOS) -> CARGAAR
      *            'H' + DATA + LOTE (RETORNO DE RPS) -> CARGANFSE
      *            'H' + ORIGEM + DATA, COM A ORIGEM ATIVA NA TABELA
      *              DE PARCEIROS REMETENTES (PARCTAB) -> O
      *              CARREGADOR DA TABELA (RETMAIL, CARGANMP,
      *              RETDISC, CARGAPEP, CARGACOM, CARGAREST,
      *              CARGAFCOR OU CARGAPOL), SE O RESTO DO HEADER
      *              BATER COM O LAYOUT DELE (CAMPANHA NO RETDISC,
      *              LISTA P/S NO CARGAPEP, COMPETENCIA NO CARGAFCOR)
      *            'HDR,RESSUB,...' (REENVIO DE REJEITOS CORTADO
      *              PELO RESUBCONT)             -> IMPORTCONT
      *            'HDR,<ORIGEM>,...' (CSV)      -> IMPORTCONT
      *          TODAS AS REGRAS SAO CONFERIDAS: O PRIMEIRO REGISTRO
      *          QUE CASAR COM MAIS DE UMA (HEADER AMBIGUO) OU COM
      *          NENHUMA VAI PARA A PASTA DE ERROS SEM CARGA.
      *          CARREGADO (RC MENOR QUE 8), O ARQUIVO VAI PARA A
      *          PASTA DE PROCESSADOS; RECUSADO PELO CARREGADOR OU NAO
      *          RECONHECIDO, VAI PARA A PASTA DE ERROS. NOS DOIS
      *          CASOS O NOME GANHA NA FRENTE A DATA E A HORA DO
      *          DESPACHO (AAAAMMDD-HHMMSS-NOME). O RESUMO SAI NO
      *          RELDESP.TXT. ARQUIVO NAO RECONHECIDO DEVOLVE RC 8;
      *          ARQUIVO RECUSADO PELO CARREGADOR DEVOLVE RC 4.
      *          A LISTA DA CAIXA E TIRADA PELO COMANDO DO SISTEMA
      *          EM ENTRADA_CMD (PADRAO 'DIR /B /A-D').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPACHO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LISTA ASSIGN TO DYNAMIC
               WS-LISTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LST.

               SELECT ENTRADA ASSIGN TO DYNAMIC
               WS-ENTRADA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENT.

               SELECT RELDESP ASSIGN TO DYNAMIC
               WS-RELDESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

               SELECT CORRSUB ASSIGN TO DYNAMIC
               WS-CORRSUB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUB.

               SELECT CPFSUB ASSIGN TO DYNAMIC
               WS-CPFSUB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUB.

       DATA DIVISION.

       FILE SECTION.
      * LISTA DA CAIXA DE ENTRADA: UM NOME DE ARQUIVO POR LINHA.
       FD LISTA.
       01 REG-LISTA                 PIC X(60).

      * PRIMEIRO REGISTRO DO ARQUIVO RECEBIDO, NAS VISOES DE CADA
      * LAYOUT CONHECIDO.
       FD ENTRADA.
       01 REG-ENTRADA               PIC X(200).
       01 ENT-VISAO-HEADER REDEFINES REG-ENTRADA.
           03 ENT-TIPO               PIC X(01).
           03 ENT-ORIGEM             PIC X(10).
           03 ENT-NUMERO REDEFINES ENT-ORIGEM
                                    PIC 9(10).
           03 ENT-DATA               PIC 9(08).
           03 ENT-RESTO              PIC X(181).
       01 ENT-VISAO-RECIBO REDEFINES REG-ENTRADA.
           03 ENT-ACK-DESTINO        PIC X(10).
           03 ENT-ACK-TOTAIS         PIC X(30).
           03 ENT-ACK-RESTO          PIC X(160).

       FD RELDESP.
       01 REG-RELDESP               PIC X(132).

       FD RELCAT.
          COPY RELCAT.

      * CADASTROS DE REMESSAS DO EXPCORR E DO EXPCPF: O RETORNO DE
      * CADA BUREAU TRAZ NO HEADER O NUMERO E A DATA DA REMESSA.
       FD CORRSUB.
       01 REG-CORRSUB.
           03 CSB-NUMERO             PIC 9(10).
           03 CSB-DATA               PIC 9(08).
           03 FILLER                 PIC X(06).

       FD CPFSUB.
       01 REG-CPFSUB.
           03 CPS-NUMERO             PIC 9(10).
           03 CPS-DATA               PIC 9(08).
           03 FILLER                 PIC X(06).

       WORKING-STORAGE SECTION.
       77 WS-ENTRADA-DIR            PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\ENTRADA\'.
       77 WS-PROCESSADOS-DIR        PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\PROCESSADOS\'.
       77 WS-ERROS-DIR              PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\ERROS\'.
       77 WS-LISTA-PATH             PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ENTRADA.LST'.
       77 WS-ENTRADA-CMD            PIC X(40)
          VALUE 'DIR /B /A-D'.
       77 WS-ENTRADA-PATH           PIC X(150) VALUE SPACES.
       77 WS-DESTINO-PATH           PIC X(150) VALUE SPACES.
       77 WS-RELDESP-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELDESP.TXT'.
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-CORRSUB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CORRSUB.TXT'.
       77 WS-CPFSUB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CPFSUB.TXT'.

       01 WS-COMANDO                PIC X(400) VALUE SPACES.

       77 WS-FS-LST                 PIC 99.
          88 FS-LST-OK              VALUE 0.
       77 WS-FS-ENT                 PIC 99.
          88 FS-ENT-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-SUB                 PIC 99.
          88 FS-SUB-OK              VALUE 0.

       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE SPACES.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-EOF-SUB                PIC X.
          88 EOF-SUB-OK             VALUE 'S' FALSE 'N'.
       77 WS-REMESSA                PIC X VALUE 'N'.
          88 REMESSA-ACHADA         VALUE 'S' FALSE 'N'.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-DESPACHO          PIC 9(08) VALUE ZEROES.
       77 WS-HORA-DESPACHO          PIC 9(08) VALUE ZEROES.

      * ARQUIVO EM CURSO: NOME NA CAIXA, TIPO RECONHECIDO, PROGRAMA
      * CARREGADOR E A VARIAVEL DE AMBIENTE QUE ELE LE PARA ACHAR O
      * ARQUIVO DE ENTRADA.
       77 WS-NOME-ARQ               PIC X(60) VALUE SPACES.
       77 WS-NOME-DATADO            PIC X(80) VALUE SPACES.
       77 WS-TIPO-ARQ               PIC X(10) VALUE SPACES.
       77 WS-CARREGADOR             PIC X(12) VALUE SPACES.
       77 WS-VAR-ENTRADA            PIC X(20) VALUE SPACES.
       77 WS-VALOR-SALVO            PIC X(100) VALUE SPACES.
       77 WS-RC-CARGA               PIC 9(02) VALUE ZEROES.
       77 WS-RC-MOVER               PIC S9(04) VALUE ZEROES.
       77 WS-SITUACAO               PIC X(24) VALUE SPACES.

       77 WS-RECONHECIDO            PIC X VALUE 'N'.
          88 RECONHECIDO-OK         VALUE 'S' FALSE 'N'.
      * QUANTAS REGRAS DE RECONHECIMENTO O PRIMEIRO REGISTRO CASOU.
      * SO UMA E ACEITA; MAIS DE UMA E HEADER AMBIGUO.
       77 WS-QT-REGRAS              PIC 9(02) VALUE ZEROES.

          COPY PARCVAL.

       77 WS-QT-CHEGADOS            PIC 9(05) VALUE ZEROES.
       77 WS-QT-CARREGADOS          PIC 9(05) VALUE ZEROES.
       77 WS-QT-RECUSADOS           PIC 9(05) VALUE ZEROES.
       77 WS-QT-DESCONHECIDOS       PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.
       77 WS-RC-FINAL               PIC 9(02) VALUE ZEROES.

       01 WS-LINHA-DET.
           03 DET-NOME               PIC X(40).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-TIPO               PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-CARREGADOR         PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-RC                 PIC Z9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DET-SITUACAO           PIC X(24).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 DET-DESTINO            PIC X(38).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** DESPACHO DOS ARQUIVOS DE ENTRADA ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-ABRIR-RELATORIO THRU P150-FIM
           PERFORM P200-LISTAR-CAIXA THRU P200-FIM

           SET FS-LST-OK TO TRUE
           OPEN INPUT LISTA
           IF NOT FS-LST-OK
               DISPLAY 'LISTA DA CAIXA DE ENTRADA INDISPONIVEL (FS='
                       WS-FS-LST ').'
               MOVE 'LISTA DA CAIXA DE ENTRADA INDISPONIVEL.'
                   TO REG-RELDESP
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-RC-FINAL
           ELSE
               SET EOF-OK TO FALSE
               PERFORM P300-DESPACHAR-ARQUIVO THRU P300-FIM
                   UNTIL EOF-OK
               CLOSE LISTA
           END-IF

           PERFORM P800-TOTAIS THRU P800-FIM
           MOVE WS-RC-FINAL TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ENTRADA_DIR'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENTRADA-DIR       FROM ENVIRONMENT-VALUE
           IF WS-ENTRADA-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ENTRADA\'
                   TO WS-ENTRADA-DIR
           END-IF

           DISPLAY 'PROCESSADOS_DIR'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-PROCESSADOS-DIR   FROM ENVIRONMENT-VALUE
           IF WS-PROCESSADOS-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PROCESSADOS\'
                   TO WS-PROCESSADOS-DIR
           END-IF

           DISPLAY 'ERROS_DIR'           UPON ENVIRONMENT-NAME
           ACCEPT   WS-ERROS-DIR         FROM ENVIRONMENT-VALUE
           IF WS-ERROS-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ERROS\'
                   TO WS-ERROS-DIR
           END-IF

           DISPLAY 'ENTRADA_LST_PATH'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-LISTA-PATH        FROM ENVIRONMENT-VALUE
           IF WS-LISTA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ENTRADA.LST'
                   TO WS-LISTA-PATH
           END-IF

           DISPLAY 'ENTRADA_CMD'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENTRADA-CMD       FROM ENVIRONMENT-VALUE
           IF WS-ENTRADA-CMD = SPACES
               MOVE 'DIR /B /A-D' TO WS-ENTRADA-CMD
           END-IF

           DISPLAY 'RELDESP_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELDESP-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELDESP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELDESP.TXT'
                   TO WS-RELDESP-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           DISPLAY 'CORRSUB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CORRSUB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CORRSUB-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CORRSUB.TXT'
                   TO WS-CORRSUB-PATH
           END-IF

           DISPLAY 'CPFSUB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CPFSUB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CPFSUB-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CPFSUB.TXT'
                   TO WS-CPFSUB-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           ACCEPT WS-DATA-DESPACHO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-DESPACHO FROM TIME

      * AS PASTAS DE DESTINO SAO CRIADAS NA PRIMEIRA VEZ; SE JA
      * EXISTEM, O RETORNO E IGNORADO.
           CALL 'CBL_CREATE_DIR' USING WS-PROCESSADOS-DIR
           CALL 'CBL_CREATE_DIR' USING WS-ERROS-DIR
           .
       P100-FIM.

       P150-ABRIR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELDESP
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE DESPACHO (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-RC-FINAL
           END-IF
           MOVE SPACES TO REG-RELDESP
           STRING 'DESPACHO DOS ARQUIVOS DE ENTRADA - PROCESSAMENTO '
                                              DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  INTO REG-RELDESP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELDESP
           STRING 'CAIXA DE ENTRADA: '        DELIMITED BY SIZE
                  WS-ENTRADA-DIR              DELIMITED BY SPACE
                  INTO REG-RELDESP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELDESP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO WS-LINHA-DET
           MOVE 'ARQUIVO'      TO DET-NOME
           MOVE 'TIPO'         TO DET-TIPO
           MOVE 'CARREGADOR'   TO DET-CARREGADOR
           MOVE 'SITUACAO'     TO DET-SITUACAO
           MOVE 'NOVO NOME'    TO DET-DESTINO
           MOVE WS-LINHA-DET   TO REG-RELDESP
           MOVE 'RC' TO REG-RELDESP(66:2)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P150-FIM.

      * A LISTA E REFEITA A CADA EXECUCAO; SE O COMANDO FALHAR, A
      * LISTA FICA VAZIA E NADA E DESPACHADO.
       P200-LISTAR-CAIXA.
           SET FS-LST-OK TO TRUE
           OPEN OUTPUT LISTA
           IF FS-LST-OK
               CLOSE LISTA
           END-IF
           MOVE SPACES TO WS-COMANDO
           STRING WS-ENTRADA-CMD      DELIMITED BY '  '
                  ' "'                DELIMITED BY SIZE
                  WS-ENTRADA-DIR      DELIMITED BY SPACE
                  '" > "'             DELIMITED BY SIZE
                  WS-LISTA-PATH       DELIMITED BY SPACE
                  '"'                 DELIMITED BY SIZE
                  INTO WS-COMANDO
           END-STRING
           CALL 'SYSTEM' USING WS-COMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY 'COMANDO DE LISTAGEM DA CAIXA DEVOLVEU '
                       RETURN-CODE '.'
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       P200-FIM.

       P300-DESPACHAR-ARQUIVO.
           READ LISTA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P300-FIM
           END-READ
           IF REG-LISTA = SPACES
               GO TO P300-FIM
           END-IF
           MOVE REG-LISTA TO WS-NOME-ARQ
           ADD 1 TO WS-QT-CHEGADOS
           MOVE SPACES TO WS-ENTRADA-PATH
           STRING WS-ENTRADA-DIR      DELIMITED BY SPACE
                  WS-NOME-ARQ         DELIMITED BY '  '
                  INTO WS-ENTRADA-PATH
           END-STRING
           DISPLAY 'ARQUIVO RECEBIDO: ' FUNCTION TRIM(WS-NOME-ARQ)

           PERFORM P310-RECONHECER THRU P310-FIM
           IF WS-TIPO-ARQ = 'ILEGIVEL'
               ADD 1 TO WS-QT-DESCONHECIDOS
               MOVE 8 TO WS-RC-FINAL
               MOVE 0 TO WS-RC-CARGA
               MOVE 'ARQUIVO ILEGIVEL' TO WS-SITUACAO
               MOVE '*** NAO MOVIDO, FICOU NA CAIXA' TO WS-NOME-DATADO
               PERFORM P380-GRAVAR-DETALHE THRU P380-FIM
               GO TO P300-FIM
           END-IF
           IF NOT RECONHECIDO-OK
               ADD 1 TO WS-QT-DESCONHECIDOS
               MOVE 8 TO WS-RC-FINAL
               MOVE 0 TO WS-RC-CARGA
               IF WS-QT-REGRAS > 1
                   MOVE 'HEADER AMBIGUO' TO WS-SITUACAO
               ELSE
                   MOVE 'HEADER NAO RECONHECIDO' TO WS-SITUACAO
               END-IF
               PERFORM P350-MOVER-ERRO THRU P350-FIM
               GO TO P300-FIM
           END-IF

           PERFORM P320-CHAMAR-CARREGADOR THRU P320-FIM
           IF WS-RC-CARGA < 8
               ADD 1 TO WS-QT-CARREGADOS
               MOVE 'CARREGADO' TO WS-SITUACAO
               PERFORM P340-MOVER-PROCESSADO THRU P340-FIM
           ELSE
               ADD 1 TO WS-QT-RECUSADOS
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
               MOVE 'RECUSADO PELO CARREGADOR' TO WS-SITUACAO
               PERFORM P350-MOVER-ERRO THRU P350-FIM
           END-IF
           .
       P300-FIM.

      * O TIPO SAI DO PRIMEIRO REGISTRO. O RECIBO DE REMESSA NAO TEM
      * HEADER: E RECONHECIDO PELO DESTINO SEGUIDO DE 30 DIGITOS
      * (DATA, QUANTIDADE E HASH) E NADA MAIS NA LINHA. CADA REGRA E
      * CONFERIDA POR SI; A QUE CASA CONTA EM WS-QT-REGRAS E DEIXA O
      * SEU CARREGADOR. SE MAIS DE UMA CASAR, O ARQUIVO NAO E
      * CARREGADO: NAO HA COMO SABER QUAL DELAS VALE.
       P310-RECONHECER.
           SET RECONHECIDO-OK TO FALSE
           MOVE 0 TO WS-QT-REGRAS
           MOVE 'DESCONHEC.' TO WS-TIPO-ARQ
           MOVE SPACES TO WS-CARREGADOR
           MOVE SPACES TO WS-VAR-ENTRADA

           SET FS-ENT-OK TO TRUE
           OPEN INPUT ENTRADA
           IF NOT FS-ENT-OK
               DISPLAY 'ERRO AO ABRIR ' FUNCTION TRIM(WS-ENTRADA-PATH)
                       ' (FS=' WS-FS-ENT ').'
               MOVE 'ILEGIVEL' TO WS-TIPO-ARQ
               GO TO P310-FIM
           END-IF
           MOVE SPACES TO REG-ENTRADA
           READ ENTRADA
               AT END
                   MOVE 'VAZIO' TO WS-TIPO-ARQ
           END-READ
           CLOSE ENTRADA
           IF REG-ENTRADA = SPACES
               GO TO P310-FIM
           END-IF

           IF REG-ENTRADA(1:11) = 'HDR,RESSUB,'
               MOVE 'REENVIO'    TO WS-TIPO-ARQ
               MOVE 'IMPORTCONT' TO WS-CARREGADOR
               MOVE 'CSVCONT_PATH' TO WS-VAR-ENTRADA
               ADD 1 TO WS-QT-REGRAS
           END-IF
           IF REG-ENTRADA(1:4) = 'HDR,'
                   AND REG-ENTRADA(1:11) NOT = 'HDR,RESSUB,'
               MOVE 'CSV'        TO WS-TIPO-ARQ
               MOVE 'IMPORTCONT' TO WS-CARREGADOR
               MOVE 'CSVCONT_PATH' TO WS-VAR-ENTRADA
               ADD 1 TO WS-QT-REGRAS
           END-IF
           IF ENT-ACK-DESTINO NOT = SPACES
                   AND ENT-ACK-TOTAIS NUMERIC
                   AND ENT-ACK-RESTO = SPACES
               MOVE 'RECIBO'     TO WS-TIPO-ARQ
               MOVE 'ACKCONT'    TO WS-CARREGADOR
               MOVE 'ACKFILE_PATH' TO WS-VAR-ENTRADA
               ADD 1 TO WS-QT-REGRAS
           END-IF

      * RETORNOS DE BUREAU: O NUMERO E A DATA DO HEADER SAO OS DE UMA
      * REMESSA REGISTRADA PELO PROGRAMA QUE A GEROU.
           IF ENT-TIPO = 'H' AND ENT-NUMERO NUMERIC
                   AND ENT-DATA NUMERIC
               PERFORM P311-PROCURA-CORRSUB THRU P311-FIM
               IF REMESSA-ACHADA
                   MOVE 'CORREIOS'   TO WS-TIPO-ARQ
                   MOVE 'APLCORR'    TO WS-CARREGADOR
                   MOVE 'CORRRET_PATH' TO WS-VAR-ENTRADA
                   ADD 1 TO WS-QT-REGRAS
               END-IF
               PERFORM P313-PROCURA-CPFSUB THRU P313-FIM
               IF REMESSA-ACHADA
                   MOVE 'CPF'        TO WS-TIPO-ARQ
                   MOVE 'APLCPF'     TO WS-CARREGADOR
                   MOVE 'CPFRET_PATH' TO WS-VAR-ENTRADA
                   ADD 1 TO WS-QT-REGRAS
               END-IF
           END-IF

      * HEADERS DOS CORREIOS E DA PREFEITURA SEM ORIGEM: SO A DATA
      * (AR) OU A DATA E O LOTE DE RPS (NFS-E).
           IF ENT-TIPO = 'H' AND REG-ENTRADA(2:8) NUMERIC
                   AND REG-ENTRADA(10:191) = SPACES
               MOVE 'AR'         TO WS-TIPO-ARQ
               MOVE 'CARGAAR'    TO WS-CARREGADOR
               MOVE 'ARCORREIO_PATH' TO WS-VAR-ENTRADA
               ADD 1 TO WS-QT-REGRAS
           END-IF
           IF ENT-TIPO = 'H' AND REG-ENTRADA(2:8) NUMERIC
                   AND REG-ENTRADA(10:7) NUMERIC
                   AND REG-ENTRADA(17:184) = SPACES
               MOVE 'NFSE'       TO WS-TIPO-ARQ
               MOVE 'CARGANFSE'  TO WS-CARREGADOR
               MOVE 'NFSERET_PATH' TO WS-VAR-ENTRADA
               ADD 1 TO WS-QT-REGRAS
           END-IF

           IF ENT-TIPO = 'H' AND ENT-ORIGEM NOT = SPACES
                   AND ENT-DATA NUMERIC
               PERFORM P315-REGRA-PARCEIRO THRU P315-FIM
           END-IF

           IF WS-QT-REGRAS = 1
               SET RECONHECIDO-OK TO TRUE
           END-IF
           IF WS-QT-REGRAS > 1
               DISPLAY 'HEADER CASA COM ' WS-QT-REGRAS
                       ' LAYOUTS. ARQUIVO NAO CARREGADO.'
               MOVE 'AMBIGUO' TO WS-TIPO-ARQ
               MOVE SPACES    TO WS-CARREGADOR
               MOVE SPACES    TO WS-VAR-ENTRADA
           END-IF
           .
       P310-FIM.

       P311-PROCURA-CORRSUB.
           SET REMESSA-ACHADA TO FALSE
           SET EOF-SUB-OK TO FALSE
           SET FS-SUB-OK TO TRUE
           OPEN INPUT CORRSUB
           IF NOT FS-SUB-OK
               GO TO P311-FIM
           END-IF
           PERFORM P312-LER-CORRSUB THRU P312-FIM
               UNTIL EOF-SUB-OK OR REMESSA-ACHADA
           CLOSE CORRSUB
           .
       P311-FIM.

       P312-LER-CORRSUB.
           READ CORRSUB
               AT END
                   SET EOF-SUB-OK TO TRUE
                   GO TO P312-FIM
           END-READ
           IF CSB-NUMERO = ENT-NUMERO AND CSB-DATA = ENT-DATA
               SET REMESSA-ACHADA TO TRUE
           END-IF
           .
       P312-FIM.

       P313-PROCURA-CPFSUB.
           SET REMESSA-ACHADA TO FALSE
           SET EOF-SUB-OK TO FALSE
           SET FS-SUB-OK TO TRUE
           OPEN INPUT CPFSUB
           IF NOT FS-SUB-OK
               GO TO P313-FIM
           END-IF
           PERFORM P314-LER-CPFSUB THRU P314-FIM
               UNTIL EOF-SUB-OK OR REMESSA-ACHADA
           CLOSE CPFSUB
           .
       P313-FIM.

       P314-LER-CPFSUB.
           READ CPFSUB
               AT END
                   SET EOF-SUB-OK TO TRUE
                   GO TO P314-FIM
           END-READ
           IF CPS-NUMERO = ENT-NUMERO AND CPS-DATA = ENT-DATA
               SET REMESSA-ACHADA TO TRUE
           END-IF
           .
       P314-FIM.

      * HEADER 'H' + ORIGEM + DATA: A ORIGEM PRECISA ESTAR ATIVA NA
      * PARCTAB, QUE DIZ O CARREGADOR, E O RESTO DO HEADER PRECISA
      * BATER COM O LAYOUT DELE. ORIGEM FORA DA TABELA NAO CASA.
       P315-REGRA-PARCEIRO.
           MOVE ENT-ORIGEM TO PV-ORIGEM
           CALL 'PARCVALID' USING VALIDACAO-PARCEIRO
           IF NOT PV-ATIVO
               GO TO P315-FIM
           END-IF
           EVALUATE PV-PROGRAMA
               WHEN 'RETMAIL'
                   MOVE 'EMAIL'      TO WS-TIPO-ARQ
                   MOVE 'MAILRET_PATH' TO WS-VAR-ENTRADA
               WHEN 'CARGANMP'
                   MOVE 'NMP'        TO WS-TIPO-ARQ
                   MOVE 'NMPCAD_PATH' TO WS-VAR-ENTRADA
               WHEN 'RETDISC'
                   IF ENT-RESTO(1:10) = SPACES
                       GO TO P315-FIM
                   END-IF
                   MOVE 'DISCADOR'   TO WS-TIPO-ARQ
                   MOVE 'DISCRET_PATH' TO WS-VAR-ENTRADA
               WHEN 'CARGAPEP'
                   IF ENT-RESTO(1:1) NOT = 'P'
                           AND ENT-RESTO(1:1) NOT = 'S'
                       GO TO P315-FIM
                   END-IF
                   MOVE 'PEP'        TO WS-TIPO-ARQ
                   MOVE 'PEPOFIC_PATH' TO WS-VAR-ENTRADA
               WHEN 'CARGACOM'
                   MOVE 'COMISSOES'  TO WS-TIPO-ARQ
                   MOVE 'COMISRET_PATH' TO WS-VAR-ENTRADA
               WHEN 'CARGAREST'
                   MOVE 'RESTRICAO'  TO WS-TIPO-ARQ
                   MOVE 'CORRREST_PATH' TO WS-VAR-ENTRADA
               WHEN 'CARGAFCOR'
                   IF ENT-RESTO(1:6) NOT NUMERIC
                       GO TO P315-FIM
                   END-IF
                   MOVE 'FATCORREIO' TO WS-TIPO-ARQ
                   MOVE 'FATCORREIO_PATH' TO WS-VAR-ENTRADA
               WHEN 'CARGAPOL'
                   MOVE 'APOLICES'   TO WS-TIPO-ARQ
                   MOVE 'POLRET_PATH' TO WS-VAR-ENTRADA
               WHEN OTHER
                   GO TO P315-FIM
           END-EVALUATE
           MOVE PV-PROGRAMA TO WS-CARREGADOR
           ADD 1 TO WS-QT-REGRAS
           .
       P315-FIM.

      * O CARREGADOR LE O CAMINHO DE ENTRADA DO AMBIENTE: APONTA A
      * VARIAVEL PARA O ARQUIVO DA CAIXA, CHAMA, DEVOLVE O VALOR QUE
      * ELA TINHA E CANCELA O PROGRAMA PARA A PROXIMA CHAMADA
      * COMECAR COM A WORKING-STORAGE LIMPA.
       P320-CHAMAR-CARREGADOR.
           DISPLAY WS-VAR-ENTRADA UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-VALOR-SALVO
           ACCEPT WS-VALOR-SALVO FROM ENVIRONMENT-VALUE
           DISPLAY WS-VAR-ENTRADA UPON ENVIRONMENT-NAME
           DISPLAY WS-ENTRADA-PATH UPON ENVIRONMENT-VALUE

           MOVE 0 TO RETURN-CODE
           CALL WS-CARREGADOR
               ON EXCEPTION
                   DISPLAY 'PROGRAMA ' WS-CARREGADOR
                       ' NAO ENCONTRADO.'
                   MOVE 8 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE > 99
               MOVE 99 TO WS-RC-CARGA
           ELSE
               MOVE RETURN-CODE TO WS-RC-CARGA
           END-IF
           CANCEL WS-CARREGADOR
           MOVE 0 TO RETURN-CODE

           DISPLAY WS-VAR-ENTRADA UPON ENVIRONMENT-NAME
           DISPLAY WS-VALOR-SALVO UPON ENVIRONMENT-VALUE
           .
       P320-FIM.

       P340-MOVER-PROCESSADO.
           PERFORM P360-NOME-DATADO THRU P360-FIM
           MOVE SPACES TO WS-DESTINO-PATH
           STRING WS-PROCESSADOS-DIR  DELIMITED BY SPACE
                  WS-NOME-DATADO      DELIMITED BY '  '
                  INTO WS-DESTINO-PATH
           END-STRING
           PERFORM P370-MOVER-ARQUIVO THRU P370-FIM
           .
       P340-FIM.

       P350-MOVER-ERRO.
           PERFORM P360-NOME-DATADO THRU P360-FIM
           MOVE SPACES TO WS-DESTINO-PATH
           STRING WS-ERROS-DIR        DELIMITED BY SPACE
                  WS-NOME-DATADO      DELIMITED BY '  '
                  INTO WS-DESTINO-PATH
           END-STRING
           PERFORM P370-MOVER-ARQUIVO THRU P370-FIM
           .
       P350-FIM.

       P360-NOME-DATADO.
           MOVE SPACES TO WS-NOME-DATADO
           STRING WS-DATA-DESPACHO         DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-HORA-DESPACHO(1:6)    DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-NOME-ARQ              DELIMITED BY '  '
                  INTO WS-NOME-DATADO
           END-STRING
           .
       P360-FIM.

      * O ARQUIVO QUE NAO PUDER SER MOVIDO FICA NA CAIXA E E
      * DESPACHADO DE NOVO NA PROXIMA EXECUCAO; O RELATORIO AVISA.
       P370-MOVER-ARQUIVO.
           CALL 'CBL_RENAME_FILE' USING WS-ENTRADA-PATH
                                        WS-DESTINO-PATH
           MOVE RETURN-CODE TO WS-RC-MOVER
           MOVE 0 TO RETURN-CODE

           IF WS-RC-MOVER NOT = 0
               MOVE '*** NAO MOVIDO, FICOU NA CAIXA'
                   TO WS-NOME-DATADO
               DISPLAY 'ERRO AO MOVER ' FUNCTION TRIM(WS-ENTRADA-PATH)
                       ' PARA ' FUNCTION TRIM(WS-DESTINO-PATH) '.'
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF
           PERFORM P380-GRAVAR-DETALHE THRU P380-FIM
           .
       P370-FIM.

       P380-GRAVAR-DETALHE.
           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-NOME-ARQ    TO DET-NOME
           MOVE WS-TIPO-ARQ    TO DET-TIPO
           MOVE WS-CARREGADOR  TO DET-CARREGADOR
           MOVE WS-RC-CARGA    TO DET-RC
           MOVE WS-SITUACAO    TO DET-SITUACAO
           MOVE WS-NOME-DATADO TO DET-DESTINO
           MOVE WS-LINHA-DET   TO REG-RELDESP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P380-FIM.

       P800-TOTAIS.
           MOVE SPACES TO REG-RELDESP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-QT-CHEGADOS = 0
               MOVE 'NENHUM ARQUIVO NA CAIXA DE ENTRADA.'
                   TO REG-RELDESP
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           MOVE SPACES TO REG-RELDESP
           STRING 'ARQUIVOS RECEBIDOS.......: ' DELIMITED BY SIZE
                  WS-QT-CHEGADOS               DELIMITED BY SIZE
                  INTO REG-RELDESP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELDESP
           STRING 'CARREGADOS...............: ' DELIMITED BY SIZE
                  WS-QT-CARREGADOS             DELIMITED BY SIZE
                  INTO REG-RELDESP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELDESP
           STRING 'RECUSADOS PELO CARREGADOR: ' DELIMITED BY SIZE
                  WS-QT-RECUSADOS              DELIMITED BY SIZE
                  INTO REG-RELDESP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELDESP
           STRING 'HEADER NAO RECONHECIDO...: ' DELIMITED BY SIZE
                  WS-QT-DESCONHECIDOS          DELIMITED BY SIZE
                  INTO REG-RELDESP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELDESP
               MOVE 'DESPACHO'      TO WS-CAT-PROGRAMA
               MOVE 'RELDESP'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS    TO WS-CAT-REGISTROS
               MOVE WS-RELDESP-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P800-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELDESP
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELDESP)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM DESPACHO.
