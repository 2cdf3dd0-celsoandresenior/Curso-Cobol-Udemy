      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARTEIRAS DOS GERENTES DE CONTAS. CADA CLIENTE ATIVO
      *          (CICLO-CLIENTE) TEM UM GERENTE, OPERADOR DA OPERTAB
      *          COM OPERTAB-FILIAL IGUAL A FILIAL DO CONTATO, GUARDADO
      *          NO COMPLEMENTO (CMP-GERENTE, VEJA CONTCOMP.cpy).
      *          MODO 'D' (CARTEIRA_MODO, PADRAO): DISTRIBUI OS
      *          CLIENTES SEM GERENTE DE CADA FILIAL AO GERENTE ATIVO
      *          DE MENOR CARTEIRA NA FILIAL.
      *          MODO 'R': REBALANCEIA - ALEM DOS SEM GERENTE, MOVE OS
      *          CLIENTES DE GERENTE DESATIVADO, FORA DA OPERTAB, DE
      *          OUTRA FILIAL OU EM SAIDA (CARTEIRA_SAIDA = CODIGO DO
      *          OPERADOR QUE ESTA DEIXANDO A CASA), E PASSA AO NOVO
      *          GERENTE OS RETORNOS ABERTOS (FUPFILE) E OS CASOS
      *          ABERTOS (CASOFILA) QUE ESTAVAM COM O ANTIGO.
      *          TODA ATRIBUICAO OU MUDANCA VAI AO JORNAL COMO
      *          'CARTEIRA', COM AS IMAGENS DO COMPLEMENTO. O
      *          RELATORIO RELCART LISTA A CARTEIRA DE CADA GERENTE,
      *          POR FILIAL, COM AS ENTRADAS E SAIDAS DA RODADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT OPERTAB ASSIGN TO DYNAMIC
               WS-OPERTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPR.

               SELECT FUPFILE ASSIGN TO DYNAMIC
               WS-FUPFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUP.

               SELECT CASOFILA ASSIGN TO DYNAMIC
               WS-CASOFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

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

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

               SELECT RELCART ASSIGN TO DYNAMIC
               WS-RELCART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD CONTCOMP.
          COPY CONTCOMP.

       FD OPERTAB.
          COPY OPERTAB.

       FD FUPFILE.
          COPY FUPFILE.

       FD CASOFILA.
          COPY CASOFILA.

       FD JOURNAL.
          COPY JORNAL.

       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

      * ARQUIVO DE TRABALHO DO SORT: A CARTEIRA SAI ORDENADA POR
      * FILIAL, GERENTE E CONTATO (SEM GERENTE PRIMEIRO NA FILIAL).
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SRT-FILIAL             PIC 9(02).
           03 SRT-GERENTE            PIC X(08).
           03 SRT-ID                 PIC 9(05).
           03 SRT-NOME               PIC X(40).
           03 SRT-CIDADE             PIC X(15).
           03 SRT-UF                 PIC X(02).
           03 SRT-DT-GERENTE         PIC 9(08).
           03 SRT-MARCA              PIC X(01).

       FD RELCART.
       01 REG-RELCART               PIC X(132).

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CARTCONT'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
          88 FS-CMP-NAO-EXISTE      VALUE 35.
       77 WS-OPERTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\OPERTAB.TXT'.
       77 WS-FS-OPR                 PIC 99.
          88 FS-OPR-OK              VALUE 0.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-FS-FUP                 PIC 99.
          88 FS-FUP-OK              VALUE 0.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-FS-CAS                 PIC 99.
          88 FS-CAS-OK              VALUE 0.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CARTSRT.TMP'.
       77 WS-RELCART-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCART.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

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
      * IMAGENS DO COMPLEMENTO ANTES/DEPOIS DA MUDANCA DE GERENTE.
       77 WS-CMP-ANTES              PIC X(100) VALUE SPACES.
       77 WS-CMP-DEPOIS             PIC X(100) VALUE SPACES.

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CARTCONT'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CARTCONT'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-FIM-SORT               PIC X.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

      * PARAMETROS DA RODADA.
       77 WS-MODO                   PIC X(01) VALUE SPACE.
          88 MODO-DISTRIBUIR        VALUE 'D'.
          88 MODO-REBALANCEAR       VALUE 'R'.
       77 WS-SAIDA                  PIC X(08) VALUE SPACES.

      * GERENTES: TODA A OPERTAB, MAIS OS CODIGOS ACHADOS NAS
      * CARTEIRAS QUE NAO CONSTAM DELA. SO O ATIVO COM FILIAL RECEBE
      * CLIENTES.
       77 WS-QTD-GER                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-GERENTES.
           03 WS-GER OCCURS 300 TIMES INDEXED BY WS-GER-IDX.
               05 WS-GER-COD         PIC X(08).
               05 WS-GER-NOME        PIC X(20).
               05 WS-GER-FILIAL      PIC 9(02).
               05 WS-GER-SITUACAO    PIC X(01).
                   88 GER-ATIVO          VALUE 'A'.
                   88 GER-DESATIVADO     VALUE 'D'.
                   88 GER-EM-SAIDA       VALUE 'S'.
                   88 GER-SEM-FILIAL     VALUE 'N'.
                   88 GER-FORA           VALUE 'F'.
               05 WS-GER-CARTEIRA    PIC 9(05).
               05 WS-GER-ENTRADAS    PIC 9(05).
               05 WS-GER-SAIDAS      PIC 9(05).
               05 WS-GER-LISTADO     PIC X(01).
       77 WS-GER-POS                PIC 9(03) VALUE ZEROES.
       77 WS-NOVO-POS               PIC 9(03) VALUE ZEROES.
       77 WS-CAND-POS               PIC 9(03) VALUE ZEROES.
       77 WS-CODIGO-PROCURADO       PIC X(08) VALUE SPACES.
       77 WS-SAIDA-ACHADA           PIC X VALUE 'N'.
          88 SAIDA-ACHADA           VALUE 'S' FALSE 'N'.

      * QUEM SAIU DE QUAL GERENTE PARA QUAL, POR ID, PARA LEVAR
      * JUNTO OS RETORNOS E CASOS ABERTOS NO REBALANCEAMENTO.
       01 WS-TAB-MUDANCAS.
           03 WS-MUD OCCURS 99999 TIMES.
               05 WS-MUD-DE          PIC X(08).
               05 WS-MUD-PARA        PIC X(08).

      * COPIAS EM MEMORIA DOS RETORNOS E DOS CASOS (REGRAVADOS
      * INTEIROS, COMO NO FUPCONT E NO CASOCONT).
       77 WS-QTD-RET                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-RETORNOS.
           03 WS-RETORNO OCCURS 2000 TIMES INDEXED BY WS-RET-IDX
                                    PIC X(74).
       77 WS-QTD-CAS                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-CASOS.
           03 WS-CASO OCCURS 2000 TIMES INDEXED BY WS-CAS-IDX
                                    PIC X(76).
       77 WS-ESTOURO                PIC X VALUE 'N'.
          88 ESTOURO-OK             VALUE 'S' FALSE 'N'.

      * CONTATO CORRENTE.
       77 WS-ID                     PIC 9(05) VALUE ZEROES.
       77 WS-FILIAL                 PIC 9(02) VALUE ZEROES.
       77 WS-GER-ATUAL              PIC X(08) VALUE SPACES.
       77 WS-MARCA                  PIC X(01) VALUE SPACE.
       77 WS-TEM-REGISTRO           PIC X VALUE 'N'.
          88 TEM-REGISTRO           VALUE 'S' FALSE 'N'.
       77 WS-PRECISA                PIC X VALUE 'N'.
          88 PRECISA-GERENTE        VALUE 'S' FALSE 'N'.

      * QUEBRAS DO RELATORIO.
       77 WS-FILIAL-ANT             PIC 9(02) VALUE ZEROES.
       77 WS-GERENTE-ANT            PIC X(08) VALUE SPACES.
       77 WS-PRIMEIRA               PIC X VALUE 'S'.
          88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO-TXT           PIC X(16) VALUE SPACES.
       77 WS-NOME-TXT               PIC X(20) VALUE SPACES.

      * CONTADORES.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-CLIENTES               PIC 9(05) VALUE ZEROES.
       77 WS-ATRIBUIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-MOVIDOS                PIC 9(05) VALUE ZEROES.
       77 WS-SEM-FILIAL             PIC 9(05) VALUE ZEROES.
       77 WS-FILIAL-SEM-GER         PIC 9(05) VALUE ZEROES.
       77 WS-ERROS-CMP              PIC 9(05) VALUE ZEROES.
       77 WS-RET-TRANSF             PIC 9(05) VALUE ZEROES.
       77 WS-CAS-TRANSF             PIC 9(05) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.
       77 WS-QTD-ED                 PIC ZZZZ9.
       77 WS-ENT-ED                 PIC ZZZZ9.
       77 WS-SAI-ED                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARTEIRAS DOS GERENTES DE CONTAS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           IF NOT MODO-DISTRIBUIR AND NOT MODO-REBALANCEAR
               DISPLAY 'CARTEIRA_MODO INVALIDO: ' WS-MODO
                       ' (D = DISTRIBUIR, R = REBALANCEAR).'
               MOVE 12 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF
           IF WS-SAIDA NOT = SPACES AND NOT MODO-REBALANCEAR
               DISPLAY 'CARTEIRA_SAIDA SO VALE NO MODO R '
                       '(REBALANCEAR). NADA FOI FEITO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

           INITIALIZE WS-TAB-GERENTES
           INITIALIZE WS-TAB-MUDANCAS
           PERFORM P150-CARREGAR-GERENTES THRU P150-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF

           SET FS-CMP-OK TO TRUE
           OPEN I-O CONTCOMP
           IF FS-CMP-NAO-EXISTE
               OPEN OUTPUT CONTCOMP
               CLOSE CONTCOMP
               OPEN I-O CONTCOMP
           END-IF
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO ABRIR O COMPLEMENTO DOS CONTATOS (FS='
                       WS-FS-CMP ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P300-CONTAR-CARTEIRAS THRU P300-FIM
           IF WS-FIM-RC > 4
               CLOSE CONTCOMP
               GO TO P000-ENCERRAR
           END-IF

      * A SEGUNDA PASSADA ATRIBUI/MOVE E ALIMENTA O SORT; A SAIDA
      * ORDENADA E O RELATORIO DAS CARTEIRAS.
           SORT SORTWORK
               ON ASCENDING KEY SRT-FILIAL SRT-GERENTE SRT-ID
               INPUT  PROCEDURE IS P400-ATRIBUIR
                   THRU P400-FIM
               OUTPUT PROCEDURE IS P600-IMPRIMIR-CARTEIRAS
                   THRU P600-FIM
           CLOSE CONTCOMP

           IF MODO-REBALANCEAR AND WS-MOVIDOS > 0
               PERFORM P700-TRANSFERIR-RETORNOS THRU P700-FIM
               PERFORM P750-TRANSFERIR-CASOS THRU P750-FIM
           END-IF

           IF WS-FIM-RC = 0
                   AND (WS-FILIAL-SEM-GER > 0 OR WS-ERROS-CMP > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF
           DISPLAY 'CLIENTES ATRIBUIDOS: ' WS-ATRIBUIDOS
                   '  MOVIDOS: ' WS-MOVIDOS
                   '  SEM GERENTE ATIVO NA FILIAL: ' WS-FILIAL-SEM-GER
           DISPLAY 'RETORNOS TRANSFERIDOS: ' WS-RET-TRANSF
                   '  CASOS TRANSFERIDOS: ' WS-CAS-TRANSF
           .
       P000-ENCERRAR.
           MOVE WS-ATRIBUIDOS     TO WS-FIM-CONT1
           MOVE WS-MOVIDOS        TO WS-FIM-CONT2
           MOVE WS-FILIAL-SEM-GER TO WS-FIM-CONT3
           COPY GRAVFIM.

           MOVE 'FIM   '      TO WS-RUN-EVENTO
           MOVE WS-FIM-RC     TO WS-RUN-RC
           MOVE WS-FIM-CONT1  TO WS-RUN-CONT1
           MOVE WS-FIM-CONT2  TO WS-RUN-CONT2
           MOVE WS-FIM-CONT3  TO WS-RUN-CONT3
           COPY GRAVRUN.

           MOVE WS-FIM-RC TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'OPERTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-OPERTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\OPERTAB.TXT' TO WS-OPERTAB-PATH
           END-IF

           DISPLAY 'FUPFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FUPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'CASOFILA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CASOFILA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CASOFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'
                   TO WS-CASOFILA-PATH
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

           DISPLAY 'SORTWORK_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CARTSRT.TMP'
                   TO WS-SORTWORK-PATH
           END-IF

           DISPLAY 'RELCART_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCART-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELCART-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCART.TXT'
                   TO WS-RELCART-PATH
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

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

      * MODO DA RODADA (D = DISTRIBUIR, PADRAO; R = REBALANCEAR) E,
      * NO REBALANCEAMENTO, O OPERADOR QUE ESTA SAINDO.
           DISPLAY 'CARTEIRA_MODO'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-MODO              FROM ENVIRONMENT-VALUE
           IF WS-MODO = SPACE
               MOVE 'D' TO WS-MODO
           END-IF
           DISPLAY 'CARTEIRA_SAIDA'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-SAIDA             FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      * A OPERTAB INTEIRA ENTRA NA TABELA, PARA O RELATORIO TER O
      * NOME E A SITUACAO DE QUALQUER CODIGO ACHADO NAS CARTEIRAS.
       P150-CARREGAR-GERENTES.
           SET SAIDA-ACHADA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OPR-OK TO TRUE
           OPEN INPUT OPERTAB
           IF NOT FS-OPR-OK
               DISPLAY 'TABELA DE OPERADORES INDISPONIVEL (FS='
                       WS-FS-OPR '). CARTEIRAS NAO DISTRIBUIDAS.'
               MOVE 8 TO WS-FIM-RC
               GO TO P150-FIM
           END-IF
           PERFORM P155-LER-OPERADOR THRU P155-FIM
               UNTIL EOF-OK
           CLOSE OPERTAB
           SET EOF-OK TO FALSE
           IF WS-SAIDA NOT = SPACES AND NOT SAIDA-ACHADA
               DISPLAY 'OPERADOR EM SAIDA ' WS-SAIDA
                       ' NAO CONSTA DA OPERTAB; SUA CARTEIRA SERA '
                       'TRATADA COMO FORA DA TABELA.'
           END-IF
           .
       P150-FIM.

       P155-LER-OPERADOR.
           READ OPERTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P155-FIM
           END-READ
           IF OPERTAB-COD = SPACES
               GO TO P155-FIM
           END-IF
           IF WS-QTD-GER NOT < 300
               DISPLAY 'TABELA DE GERENTES CHEIA: ' OPERTAB-COD
                       ' IGNORADO.'
               GO TO P155-FIM
           END-IF
           ADD 1 TO WS-QTD-GER
           MOVE OPERTAB-COD  TO WS-GER-COD(WS-QTD-GER)
           MOVE OPERTAB-NOME TO WS-GER-NOME(WS-QTD-GER)
           IF OPERTAB-FILIAL NUMERIC
               MOVE OPERTAB-FILIAL TO WS-GER-FILIAL(WS-QTD-GER)
           ELSE
               MOVE 0 TO WS-GER-FILIAL(WS-QTD-GER)
           END-IF
           EVALUATE TRUE
               WHEN OPERTAB-COD = WS-SAIDA
                   SET SAIDA-ACHADA TO TRUE
                   SET GER-EM-SAIDA(WS-QTD-GER) TO TRUE
               WHEN OPERTAB-DESATIVADO
                   SET GER-DESATIVADO(WS-QTD-GER) TO TRUE
               WHEN WS-GER-FILIAL(WS-QTD-GER) = 0
                   SET GER-SEM-FILIAL(WS-QTD-GER) TO TRUE
               WHEN OTHER
                   SET GER-ATIVO(WS-QTD-GER) TO TRUE
           END-EVALUATE
           .
       P155-FIM.

      * PRIMEIRA PASSADA: TAMANHO ATUAL DE CADA CARTEIRA, PARA A
      * DISTRIBUICAO PARTIR DA CARGA DE CADA GERENTE.
       P300-CONTAR-CARTEIRAS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-CONTAR-CONTATO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE CONTATOS
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CONTAR-CONTATO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF CONTATO-EXCLUIDO OR NOT CICLO-CLIENTE
               GO TO P310-FIM
           END-IF
           MOVE ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   GO TO P310-FIM
           END-READ
           IF CMP-GERENTE = SPACES
               GO TO P310-FIM
           END-IF
           MOVE CMP-GERENTE TO WS-CODIGO-PROCURADO
           PERFORM P380-LOCALIZAR-GERENTE THRU P380-FIM
           IF WS-GER-POS > 0
               ADD 1 TO WS-GER-CARTEIRA(WS-GER-POS)
           END-IF
           .
       P310-FIM.

      * POSICAO DO CODIGO NA TABELA (WS-GER-POS); CODIGO QUE NAO
      * CONSTA DA OPERTAB ENTRA COMO 'F' (FORA DA TABELA).
       P380-LOCALIZAR-GERENTE.
           MOVE 0 TO WS-GER-POS
           SET WS-GER-IDX TO 1
           SEARCH WS-GER
               AT END
                   CONTINUE
               WHEN WS-GER-IDX > WS-QTD-GER
                   CONTINUE
               WHEN WS-GER-COD(WS-GER-IDX) = WS-CODIGO-PROCURADO
                   SET WS-GER-POS TO WS-GER-IDX
           END-SEARCH
           IF WS-GER-POS > 0 OR WS-QTD-GER NOT < 300
               GO TO P380-FIM
           END-IF
           ADD 1 TO WS-QTD-GER
           MOVE WS-CODIGO-PROCURADO TO WS-GER-COD(WS-QTD-GER)
           MOVE SPACES              TO WS-GER-NOME(WS-QTD-GER)
           MOVE 0                   TO WS-GER-FILIAL(WS-QTD-GER)
           SET GER-FORA(WS-QTD-GER) TO TRUE
           MOVE WS-QTD-GER TO WS-GER-POS
           .
       P380-FIM.

      * SEGUNDA PASSADA (ENTRADA DO SORT): CADA CLIENTE SEM GERENTE
      * RECEBE UM; NO REBALANCEAMENTO, CLIENTE DE GERENTE QUE NAO
      * PODE MAIS ATENDE-LO TAMBEM. TODO CLIENTE VAI AO SORT, COM O
      * GERENTE QUE FICOU.
       P400-ATRIBUIR.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P400-FIM
           END-IF
           PERFORM P410-ATRIBUIR-CONTATO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE CONTATOS
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-ATRIBUIR-CONTATO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO OR NOT CICLO-CLIENTE
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-CLIENTES
           MOVE ID-CONTATO TO WS-ID
           MOVE SPACE TO WS-MARCA
           IF CD-FILIAL NUMERIC
               MOVE CD-FILIAL TO WS-FILIAL
           ELSE
               MOVE 0 TO WS-FILIAL
           END-IF
           SET TEM-REGISTRO TO TRUE
           MOVE ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   SET TEM-REGISTRO TO FALSE
           END-READ
           IF TEM-REGISTRO
               MOVE REG-CONTCOMP TO WS-CMP-ANTES
               MOVE CMP-GERENTE  TO WS-GER-ATUAL
           ELSE
               MOVE SPACES TO WS-CMP-ANTES
               MOVE SPACES TO WS-GER-ATUAL
           END-IF

           SET PRECISA-GERENTE TO FALSE
           MOVE 0 TO WS-GER-POS
           IF WS-GER-ATUAL = SPACES
               SET PRECISA-GERENTE TO TRUE
           ELSE
               MOVE WS-GER-ATUAL TO WS-CODIGO-PROCURADO
               PERFORM P380-LOCALIZAR-GERENTE THRU P380-FIM
               IF MODO-REBALANCEAR AND WS-GER-POS > 0
                   IF NOT GER-ATIVO(WS-GER-POS)
                           OR WS-GER-FILIAL(WS-GER-POS) NOT = WS-FILIAL
                       SET PRECISA-GERENTE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PRECISA-GERENTE
               PERFORM P420-TROCAR-GERENTE THRU P420-FIM
           END-IF

           MOVE SPACES       TO REG-SORTWORK
           MOVE WS-FILIAL    TO SRT-FILIAL
           MOVE WS-GER-ATUAL TO SRT-GERENTE
           MOVE ID-CONTATO   TO SRT-ID
           MOVE NM-CONTATO   TO SRT-NOME
           MOVE WS-CIDADE    TO SRT-CIDADE
           MOVE WS-UF        TO SRT-UF
           MOVE 0            TO SRT-DT-GERENTE
           IF TEM-REGISTRO AND CMP-DT-GERENTE NUMERIC
               MOVE CMP-DT-GERENTE TO SRT-DT-GERENTE
           END-IF
           MOVE WS-MARCA     TO SRT-MARCA
           RELEASE REG-SORTWORK
           .
       P410-FIM.

      * NOVO GERENTE: O ATIVO DA FILIAL COM A MENOR CARTEIRA. SEM
      * FILIAL NO CONTATO, OU SEM GERENTE ATIVO NA FILIAL, O CLIENTE
      * FICA COMO ESTA (E CONTA COMO AVISO).
       P420-TROCAR-GERENTE.
           IF WS-FILIAL = 0
               ADD 1 TO WS-SEM-FILIAL
               GO TO P420-FIM
           END-IF
           MOVE 0 TO WS-NOVO-POS
           MOVE 1 TO WS-CAND-POS
           PERFORM P430-COMPARAR-GERENTE THRU P430-FIM
               UNTIL WS-CAND-POS > WS-QTD-GER
           IF WS-NOVO-POS = 0
               ADD 1 TO WS-FILIAL-SEM-GER
               DISPLAY 'CLIENTE ' ID-CONTATO ' DA FILIAL ' WS-FILIAL
                       ': NENHUM GERENTE ATIVO NA FILIAL.'
               GO TO P420-FIM
           END-IF

           IF NOT TEM-REGISTRO
               MOVE SPACES     TO REG-CONTCOMP
               MOVE ID-CONTATO TO CMP-ID-CONTATO
               MOVE 0          TO CMP-SCORE
               MOVE 0          TO CMP-DT-SCORE
               MOVE 0          TO CMP-DT-FUP-SCORE
           END-IF
           MOVE WS-GER-COD(WS-NOVO-POS) TO CMP-GERENTE
           MOVE WS-DATA-SISTEMA         TO CMP-DT-GERENTE
           IF TEM-REGISTRO
               REWRITE REG-CONTCOMP
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-CONTCOMP
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT FS-CMP-OK
               ADD 1 TO WS-ERROS-CMP
               DISPLAY 'ERRO AO GRAVAR O GERENTE DO CONTATO '
                       ID-CONTATO ' (FS=' WS-FS-CMP ').'
               GO TO P420-FIM
           END-IF
           SET TEM-REGISTRO TO TRUE

           MOVE REG-CONTCOMP    TO WS-CMP-DEPOIS
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'CARTEIRA'      TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-ANTES
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR REPLACING
               ==MOVE WS-JOR-OPERADOR TO JOR-OPERADOR==
               BY ==MOVE WS-JOR-OPERADOR TO JOR-OPERADOR
                    MOVE WS-CMP-ANTES    TO JOR-COMPL-ANTES
                    MOVE WS-CMP-DEPOIS   TO JOR-COMPL-DEPOIS==.

           ADD 1 TO WS-GER-CARTEIRA(WS-NOVO-POS)
           ADD 1 TO WS-GER-ENTRADAS(WS-NOVO-POS)
           IF WS-GER-ATUAL = SPACES
               ADD 1 TO WS-ATRIBUIDOS
               MOVE 'N' TO WS-MARCA
           ELSE
               ADD 1 TO WS-MOVIDOS
               MOVE 'M' TO WS-MARCA
               IF WS-GER-POS > 0
                   SUBTRACT 1 FROM WS-GER-CARTEIRA(WS-GER-POS)
                   ADD 1 TO WS-GER-SAIDAS(WS-GER-POS)
               END-IF
               MOVE WS-GER-ATUAL TO WS-MUD-DE(WS-ID)
               MOVE WS-GER-COD(WS-NOVO-POS) TO WS-MUD-PARA(WS-ID)
           END-IF
           MOVE WS-GER-COD(WS-NOVO-POS) TO WS-GER-ATUAL
           .
       P420-FIM.

       P430-COMPARAR-GERENTE.
           IF GER-ATIVO(WS-CAND-POS)
                   AND WS-GER-FILIAL(WS-CAND-POS) = WS-FILIAL
               IF WS-NOVO-POS = 0
                   MOVE WS-CAND-POS TO WS-NOVO-POS
               ELSE
                   IF WS-GER-CARTEIRA(WS-CAND-POS) <
                           WS-GER-CARTEIRA(WS-NOVO-POS)
                       MOVE WS-CAND-POS TO WS-NOVO-POS
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-CAND-POS
           .
       P430-FIM.

      * SAIDA DO SORT: POR FILIAL, UM BLOCO POR GERENTE COM A SUA
      * SITUACAO, O TAMANHO DA CARTEIRA E O MOVIMENTO DA RODADA,
      * SEGUIDO DOS CLIENTES ('*NOVO*' = ATRIBUIDO AGORA, '*MOVIDO*'
      * = VEIO DE OUTRO GERENTE). NO FIM, OS GERENTES SEM CLIENTES.
       P600-IMPRIMIR-CARTEIRAS.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELCART
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE CARTEIRAS (FS='
                       WS-FS-REL ').'
               IF WS-FIM-RC < 8
                   MOVE 8 TO WS-FIM-RC
               END-IF
           END-IF
           MOVE SPACES TO REG-RELCART
           IF MODO-REBALANCEAR
               STRING 'CARTEIRAS DOS GERENTES DE CONTAS - DATA '
                                              DELIMITED BY SIZE
                      WS-DATA-SISTEMA         DELIMITED BY SIZE
                      '  MODO: REBALANCEAMENTO'
                                              DELIMITED BY SIZE
                      INTO REG-RELCART
               END-STRING
           ELSE
               STRING 'CARTEIRAS DOS GERENTES DE CONTAS - DATA '
                                              DELIMITED BY SIZE
                      WS-DATA-SISTEMA         DELIMITED BY SIZE
                      '  MODO: DISTRIBUICAO'  DELIMITED BY SIZE
                      INTO REG-RELCART
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-SAIDA NOT = SPACES
               MOVE SPACES TO REG-RELCART
               STRING 'OPERADOR EM SAIDA: '   DELIMITED BY SIZE
                      WS-SAIDA                DELIMITED BY SIZE
                      INTO REG-RELCART
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           SET PRIMEIRA-LINHA TO TRUE
           SET FIM-SORT-OK TO FALSE
           PERFORM P610-RETORNAR-CLIENTE THRU P610-FIM
               UNTIL FIM-SORT-OK

           PERFORM P660-GERENTES-VAZIOS THRU P660-FIM
           PERFORM P680-TOTAIS THRU P680-FIM

           IF FS-REL-OK
               CLOSE RELCART
               MOVE 'RELCART'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELCART-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P600-FIM.

       P610-RETORNAR-CLIENTE.
           RETURN SORTWORK
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM P620-TRATAR-CLIENTE THRU P620-FIM
           END-RETURN
           .
       P610-FIM.

       P620-TRATAR-CLIENTE.
           IF PRIMEIRA-LINHA OR SRT-FILIAL NOT = WS-FILIAL-ANT
               MOVE SPACES TO REG-RELCART
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE SPACES TO REG-RELCART
               IF SRT-FILIAL = 0
                   MOVE 'FILIAL 00 - CLIENTES SEM FILIAL ATRIBUIDA'
                       TO REG-RELCART
               ELSE
                   STRING 'FILIAL '           DELIMITED BY SIZE
                          SRT-FILIAL          DELIMITED BY SIZE
                          INTO REG-RELCART
                   END-STRING
               END-IF
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE SRT-FILIAL  TO WS-FILIAL-ANT
               MOVE SRT-GERENTE TO WS-GERENTE-ANT
               PERFORM P630-CABECALHO-GERENTE THRU P630-FIM
               SET PRIMEIRA-LINHA TO FALSE
           ELSE
               IF SRT-GERENTE NOT = WS-GERENTE-ANT
                   MOVE SRT-GERENTE TO WS-GERENTE-ANT
                   PERFORM P630-CABECALHO-GERENTE THRU P630-FIM
               END-IF
           END-IF
           MOVE SPACES TO REG-RELCART
           STRING '      '                DELIMITED BY SIZE
                  SRT-ID                  DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  SRT-NOME                DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  SRT-CIDADE              DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  SRT-UF                  DELIMITED BY SIZE
                  INTO REG-RELCART
           END-STRING
           IF SRT-GERENTE NOT = SPACES
               MOVE 'DESDE'        TO REG-RELCART(77:5)
               MOVE SRT-DT-GERENTE TO REG-RELCART(83:8)
           END-IF
           EVALUATE SRT-MARCA
               WHEN 'N'
                   MOVE '*NOVO*'   TO REG-RELCART(93:6)
               WHEN 'M'
                   MOVE '*MOVIDO*' TO REG-RELCART(93:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P620-FIM.

      * CABECALHO DO BLOCO DO GERENTE, COM OS NUMEROS FINAIS DA
      * RODADA (A TABELA JA ESTA COMPLETA QUANDO O SORT DEVOLVE).
       P630-CABECALHO-GERENTE.
           MOVE SPACES TO REG-RELCART
           IF SRT-GERENTE = SPACES
               MOVE '  SEM GERENTE' TO REG-RELCART
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P630-FIM
           END-IF
           MOVE SRT-GERENTE TO WS-CODIGO-PROCURADO
           PERFORM P380-LOCALIZAR-GERENTE THRU P380-FIM
           IF WS-GER-POS = 0
               MOVE SPACES TO WS-NOME-TXT
               MOVE 'FORA DA OPERTAB' TO WS-SITUACAO-TXT
               MOVE 0 TO WS-QTD-ED
               MOVE 0 TO WS-ENT-ED
               MOVE 0 TO WS-SAI-ED
           ELSE
               MOVE 'S' TO WS-GER-LISTADO(WS-GER-POS)
               PERFORM P640-DADOS-GERENTE THRU P640-FIM
           END-IF
           STRING '  GERENTE '            DELIMITED BY SIZE
                  SRT-GERENTE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-NOME-TXT             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-SITUACAO-TXT         DELIMITED BY SIZE
                  '  CARTEIRA: '          DELIMITED BY SIZE
                  WS-QTD-ED               DELIMITED BY SIZE
                  '  ENTRADAS: '          DELIMITED BY SIZE
                  WS-ENT-ED               DELIMITED BY SIZE
                  '  SAIDAS: '            DELIMITED BY SIZE
                  WS-SAI-ED               DELIMITED BY SIZE
                  INTO REG-RELCART
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P630-FIM.

       P640-DADOS-GERENTE.
           MOVE WS-GER-NOME(WS-GER-POS)     TO WS-NOME-TXT
           MOVE WS-GER-CARTEIRA(WS-GER-POS) TO WS-QTD-ED
           MOVE WS-GER-ENTRADAS(WS-GER-POS) TO WS-ENT-ED
           MOVE WS-GER-SAIDAS(WS-GER-POS)   TO WS-SAI-ED
           EVALUATE TRUE
               WHEN GER-ATIVO(WS-GER-POS)
                   MOVE 'ATIVO'           TO WS-SITUACAO-TXT
               WHEN GER-DESATIVADO(WS-GER-POS)
                   MOVE 'DESATIVADO'      TO WS-SITUACAO-TXT
               WHEN GER-EM-SAIDA(WS-GER-POS)
                   MOVE 'EM SAIDA'        TO WS-SITUACAO-TXT
               WHEN GER-SEM-FILIAL(WS-GER-POS)
                   MOVE 'SEM FILIAL'      TO WS-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'FORA DA OPERTAB' TO WS-SITUACAO-TXT
           END-EVALUATE
           .
       P640-FIM.

      * GERENTES DE FILIAL SEM NENHUM CLIENTE NO FIM DA RODADA
      * (INCLUSIVE QUEM TEVE A CARTEIRA INTEIRA MOVIDA).
       P660-GERENTES-VAZIOS.
           MOVE SPACES TO REG-RELCART
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'GERENTES SEM CLIENTES NA CARTEIRA' TO REG-RELCART
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 1 TO WS-GER-POS
           PERFORM P670-GERENTE-VAZIO THRU P670-FIM
               UNTIL WS-GER-POS > WS-QTD-GER
           .
       P660-FIM.

       P670-GERENTE-VAZIO.
           IF WS-GER-LISTADO(WS-GER-POS) NOT = 'S'
                   AND (WS-GER-FILIAL(WS-GER-POS) > 0
                        OR WS-GER-SAIDAS(WS-GER-POS) > 0)
               PERFORM P640-DADOS-GERENTE THRU P640-FIM
               MOVE SPACES TO REG-RELCART
               STRING '  GERENTE '            DELIMITED BY SIZE
                      WS-GER-COD(WS-GER-POS)  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-NOME-TXT             DELIMITED BY SIZE
                      ' FILIAL '              DELIMITED BY SIZE
                      WS-GER-FILIAL(WS-GER-POS)
                                              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-SITUACAO-TXT         DELIMITED BY SIZE
                      '  SAIDAS: '            DELIMITED BY SIZE
                      WS-SAI-ED               DELIMITED BY SIZE
                      INTO REG-RELCART
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           ADD 1 TO WS-GER-POS
           .
       P670-FIM.

       P680-TOTAIS.
           MOVE SPACES TO REG-RELCART
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELCART
           STRING 'CONTATOS LIDOS: '          DELIMITED BY SIZE
                  WS-LIDOS                    DELIMITED BY SIZE
                  '  CLIENTES: '              DELIMITED BY SIZE
                  WS-CLIENTES                 DELIMITED BY SIZE
                  '  ATRIBUIDOS: '            DELIMITED BY SIZE
                  WS-ATRIBUIDOS               DELIMITED BY SIZE
                  '  MOVIDOS: '               DELIMITED BY SIZE
                  WS-MOVIDOS                  DELIMITED BY SIZE
                  INTO REG-RELCART
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELCART
           STRING 'CLIENTES SEM FILIAL: '     DELIMITED BY SIZE
                  WS-SEM-FILIAL               DELIMITED BY SIZE
                  '  SEM GERENTE ATIVO NA FILIAL: '
                                              DELIMITED BY SIZE
                  WS-FILIAL-SEM-GER           DELIMITED BY SIZE
                  INTO REG-RELCART
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           IF WS-ERROS-CMP > 0
               MOVE SPACES TO REG-RELCART
               STRING 'ATENCAO: '             DELIMITED BY SIZE
                      WS-ERROS-CMP            DELIMITED BY SIZE
                      ' GERENTE(S) NAO GRAVADO(S) NO COMPLEMENTO DOS '
                                              DELIMITED BY SIZE
                      'CONTATOS.'             DELIMITED BY SIZE
                      INTO REG-RELCART
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P680-FIM.

      * RETORNOS ABERTOS DOS CLIENTES MOVIDOS QUE ESTAVAM COM O
      * GERENTE ANTIGO PASSAM AO NOVO. ARQUIVO MAIOR QUE A TABELA
      * NAO E REGRAVADO (AVISO).
       P700-TRANSFERIR-RETORNOS.
           MOVE 0 TO WS-QTD-RET
           SET ESTOURO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-FUP-OK TO TRUE
           OPEN INPUT FUPFILE
           IF NOT FS-FUP-OK
               GO TO P700-FIM
           END-IF
           PERFORM P710-LER-RETORNO THRU P710-FIM
               UNTIL EOF-OK
           CLOSE FUPFILE
           SET EOF-OK TO FALSE
           IF ESTOURO-OK
               DISPLAY 'ARQUIVO DE RETORNOS MAIOR QUE 2000 REGISTROS: '
                       'RETORNOS NAO TRANSFERIDOS.'
               MOVE 0 TO WS-RET-TRANSF
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P700-FIM
           END-IF
           IF WS-RET-TRANSF = 0
               GO TO P700-FIM
           END-IF
           SET FS-FUP-OK TO TRUE
           OPEN OUTPUT FUPFILE
           IF NOT FS-FUP-OK
               DISPLAY 'ERRO AO REGRAVAR OS RETORNOS (FS='
                       WS-FS-FUP ').'
               MOVE 0 TO WS-RET-TRANSF
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P700-FIM
           END-IF
           SET WS-RET-IDX TO 1
           PERFORM P720-REGRAVAR-RETORNO THRU P720-FIM
               UNTIL WS-RET-IDX > WS-QTD-RET
           CLOSE FUPFILE
           .
       P700-FIM.

       P710-LER-RETORNO.
           READ FUPFILE
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P710-FIM
           END-READ
           IF WS-QTD-RET NOT < 2000
               SET ESTOURO-OK TO TRUE
               GO TO P710-FIM
           END-IF
           IF FUP-ABERTO AND FUP-ID-CONTATO NUMERIC
                   AND FUP-ID-CONTATO > 0
               IF WS-MUD-PARA(FUP-ID-CONTATO) NOT = SPACES
                       AND FUP-OPERADOR = WS-MUD-DE(FUP-ID-CONTATO)
                   MOVE WS-MUD-PARA(FUP-ID-CONTATO) TO FUP-OPERADOR
                   ADD 1 TO WS-RET-TRANSF
               END-IF
           END-IF
           ADD 1 TO WS-QTD-RET
           MOVE REG-FUPFILE TO WS-RETORNO(WS-QTD-RET)
           .
       P710-FIM.

       P720-REGRAVAR-RETORNO.
           MOVE WS-RETORNO(WS-RET-IDX) TO REG-FUPFILE
           WRITE REG-FUPFILE
           SET WS-RET-IDX UP BY 1
           .
       P720-FIM.

      * CASOS AINDA ABERTOS (NAO TOMADOS) DESIGNADOS AO GERENTE
      * ANTIGO PASSAM AO NOVO, DO MESMO JEITO.
       P750-TRANSFERIR-CASOS.
           MOVE 0 TO WS-QTD-CAS
           SET ESTOURO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-CAS-OK TO TRUE
           OPEN INPUT CASOFILA
           IF NOT FS-CAS-OK
               GO TO P750-FIM
           END-IF
           PERFORM P760-LER-CASO THRU P760-FIM
               UNTIL EOF-OK
           CLOSE CASOFILA
           SET EOF-OK TO FALSE
           IF ESTOURO-OK
               DISPLAY 'FILA DE CASOS MAIOR QUE 2000 REGISTROS: '
                       'CASOS NAO TRANSFERIDOS.'
               MOVE 0 TO WS-CAS-TRANSF
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P750-FIM
           END-IF
           IF WS-CAS-TRANSF = 0
               GO TO P750-FIM
           END-IF
           SET FS-CAS-OK TO TRUE
           OPEN OUTPUT CASOFILA
           IF NOT FS-CAS-OK
               DISPLAY 'ERRO AO REGRAVAR A FILA DE CASOS (FS='
                       WS-FS-CAS ').'
               MOVE 0 TO WS-CAS-TRANSF
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P750-FIM
           END-IF
           SET WS-CAS-IDX TO 1
           PERFORM P770-REGRAVAR-CASO THRU P770-FIM
               UNTIL WS-CAS-IDX > WS-QTD-CAS
           CLOSE CASOFILA
           .
       P750-FIM.

       P760-LER-CASO.
           READ CASOFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P760-FIM
           END-READ
           IF WS-QTD-CAS NOT < 2000
               SET ESTOURO-OK TO TRUE
               GO TO P760-FIM
           END-IF
           IF CAS-ABERTO AND CAS-ID-CONTATO NUMERIC
                   AND CAS-ID-CONTATO > 0
               IF WS-MUD-PARA(CAS-ID-CONTATO) NOT = SPACES
                       AND CAS-OPERADOR = WS-MUD-DE(CAS-ID-CONTATO)
                   MOVE WS-MUD-PARA(CAS-ID-CONTATO) TO CAS-OPERADOR
                   ADD 1 TO WS-CAS-TRANSF
               END-IF
           END-IF
           ADD 1 TO WS-QTD-CAS
           MOVE REG-CASOFILA TO WS-CASO(WS-QTD-CAS)
           .
       P760-FIM.

       P770-REGRAVAR-CASO.
           MOVE WS-CASO(WS-CAS-IDX) TO REG-CASOFILA
           WRITE REG-CASOFILA
           SET WS-CAS-IDX UP BY 1
           .
       P770-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELCART
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELCART TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CARTCONT.
