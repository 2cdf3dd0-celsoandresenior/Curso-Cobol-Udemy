      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO DE OCUPACAO DAS TURMAS: PARA CADA TURMA
      *          ATIVA DA TURMATAB (VEJA TURMATAB.cpy), IMPRIME NO
      *          RELOCUP AS VAGAS, O MINIMO PARA ABRIR, OS ALUNOS
      *          MATRICULADOS DO STUDMST, AS VAGAS OFERTADAS PELA
      *          LISTA DE ESPERA E AINDA NAO OCUPADAS, AS VAGAS
      *          LIVRES E QUANTOS AGUARDAM NA LISTA DE ESPERA
      *          (ESPERA.DAT, VEJA ESPERA.cpy). A TURMA SAI MARCADA
      *          COMO LOTADA OU ABAIXO DO MINIMO. MATRICULADO EM
      *          TURMA FORA DA TABELA E CONTADO A PARTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPTUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMATAB ASSIGN TO DYNAMIC
               WS-TURMATAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TUR.

               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS-STU.

               SELECT ESPERA ASSIGN TO DYNAMIC
               WS-ESPERA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ESP-CHAVE
               FILE STATUS IS WS-FS-ESP.

               SELECT RELOCUP ASSIGN TO DYNAMIC
               WS-RELOCUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.

       FILE SECTION.
       FD TURMATAB.
          COPY TURMATAB.

       FD STUDMST.
          COPY FD_STUDENT.

       FD ESPERA.
          COPY ESPERA.

       FD RELOCUP.
       01 REG-RELOCUP               PIC X(132).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-TURMATAB-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\TURMATAB.TXT'.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-ESPERA-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ESPERA.DAT'.
       77 WS-RELOCUP-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELOCUP.TXT'.

       77 WS-FS-TUR                 PIC 99.
          88 FS-TUR-OK              VALUE 0.
       77 WS-FS-STU                 PIC 99.
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-ESP                 PIC 99.
          88 FS-ESP-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'OCUPTUR'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'OCUPTUR'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'OCUPTUR'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

      * TURMAS ATIVAS DA TURMATAB, NA ORDEM DA TABELA, COM A
      * OCUPACAO APURADA NO STUDMST E NA LISTA DE ESPERA.
       77 WS-TUR-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-TURMAS.
           03 WS-TUR-ENTRY OCCURS 100 TIMES.
               05 WS-TUR-COD         PIC X(03).
               05 WS-TUR-DESC        PIC X(20).
               05 WS-TUR-CAPACIDADE  PIC 9(03).
               05 WS-TUR-MINIMO      PIC 9(03).
               05 WS-TUR-MATRIC      PIC 9(05).
               05 WS-TUR-OFERTAS     PIC 9(05).
               05 WS-TUR-ESPERA      PIC 9(05).
       77 WS-TIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-TURMA-BUSCA            PIC X(03) VALUE SPACES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-OCUPADAS               PIC 9(05) VALUE ZEROES.
       77 WS-LIVRES                 PIC 9(05) VALUE ZEROES.
       77 WS-QTD-MATRIC             PIC 9(05) VALUE ZEROES.
       77 WS-QTD-FORA-TABELA        PIC 9(05) VALUE ZEROES.
       77 WS-QTD-ESPERA             PIC 9(05) VALUE ZEROES.
       77 WS-QTD-OFERTAS            PIC 9(05) VALUE ZEROES.
       77 WS-QTD-LOTADAS            PIC 9(05) VALUE ZEROES.
       77 WS-QTD-ABAIXO             PIC 9(05) VALUE ZEROES.
       77 WS-NUM-EDIT               PIC ZZZZ9.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** OCUPACAO DAS TURMAS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-TURMAS THRU P200-FIM
           IF WS-FIM-RC NOT < 8
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P300-CONTAR-ALUNOS THRU P300-FIM
           PERFORM P400-CONTAR-ESPERA THRU P400-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELOCUP
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE OCUPACAO '
                       '(FS=' WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           PERFORM P500-IMPRIMIR THRU P500-FIM
           PERFORM P700-TOTAIS THRU P700-FIM

           IF FS-REL-OK
               CLOSE RELOCUP
               MOVE 'RELOCUP'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELOCUP-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-TUR-QTD        TO WS-FIM-CONT1
           MOVE WS-QTD-MATRIC     TO WS-FIM-CONT2
           MOVE WS-QTD-ESPERA     TO WS-FIM-CONT3
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
           DISPLAY 'TURMATAB_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-TURMATAB-PATH     FROM ENVIRONMENT-VALUE
           IF WS-TURMATAB-PATH = SPACES
               MOVE 'C:\Users\gotic\TURMATAB.TXT'
                   TO WS-TURMATAB-PATH
           END-IF

           DISPLAY 'STUDMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-STUDMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-STUDMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'
                   TO WS-STUDMST-PATH
           END-IF

           DISPLAY 'ESPERA_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ESPERA-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ESPERA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ESPERA.DAT'
                   TO WS-ESPERA-PATH
           END-IF

           DISPLAY 'RELOCUP_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELOCUP-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELOCUP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELOCUP.TXT'
                   TO WS-RELOCUP-PATH
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
           .
       P100-FIM.

      ******************************************************************
      * CARGA DAS TURMAS ATIVAS. VAGAS E MINIMO EM BRANCO (LINHA
      * ANTERIOR A ESSAS COLUNAS) VALEM ZERO: SEM LIMITE/SEM MINIMO.
      ******************************************************************
       P200-CARREGAR-TURMAS.
           SET EOF-OK TO FALSE
           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMATAB
           IF NOT FS-TUR-OK
               DISPLAY 'TABELA DE TURMAS INDISPONIVEL (FS='
                       WS-FS-TUR '). NADA A LISTAR.'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           PERFORM P210-CARREGAR-TURMA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE TURMATAB
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-TURMA.
           READ TURMATAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF TURMATAB-DESATIVADA OR TURMATAB-COD = SPACES
               GO TO P210-FIM
           END-IF
           IF WS-TUR-QTD NOT < 100
               DISPLAY 'TABELA DE TURMAS CHEIA. TURMA '
                       TURMATAB-COD ' NAO LISTADA.'
               MOVE 4 TO WS-FIM-RC
               GO TO P210-FIM
           END-IF

           ADD 1 TO WS-TUR-QTD
           MOVE TURMATAB-COD  TO WS-TUR-COD(WS-TUR-QTD)
           MOVE TURMATAB-DESC TO WS-TUR-DESC(WS-TUR-QTD)
           MOVE 0 TO WS-TUR-CAPACIDADE(WS-TUR-QTD)
           MOVE 0 TO WS-TUR-MINIMO(WS-TUR-QTD)
           MOVE 0 TO WS-TUR-MATRIC(WS-TUR-QTD)
           MOVE 0 TO WS-TUR-OFERTAS(WS-TUR-QTD)
           MOVE 0 TO WS-TUR-ESPERA(WS-TUR-QTD)
           IF TURMATAB-CAPACIDADE NUMERIC
               MOVE TURMATAB-CAPACIDADE
                   TO WS-TUR-CAPACIDADE(WS-TUR-QTD)
           END-IF
           IF TURMATAB-MINIMO NUMERIC
               MOVE TURMATAB-MINIMO TO WS-TUR-MINIMO(WS-TUR-QTD)
           END-IF
           .
       P210-FIM.

      * PROCURA WS-TURMA-BUSCA NA TABELA; ACHADA, WS-TIDX APONTA
      * PARA ELA.
       P250-PROCURA-TURMA.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-TIDX
           PERFORM P255-COMPARA-TURMA THRU P255-FIM
               UNTIL WS-TIDX > WS-TUR-QTD OR ACHADO-OK
           .
       P250-FIM.

       P255-COMPARA-TURMA.
           IF WS-TUR-COD(WS-TIDX) = WS-TURMA-BUSCA
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-TIDX
           END-IF
           .
       P255-FIM.

      ******************************************************************
      * MATRICULADOS POR TURMA (SO ST-MATRICULADO OCUPA VAGA).
      ******************************************************************
       P300-CONTAR-ALUNOS.
           SET EOF-OK TO FALSE
           SET FS-STU-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-STU-OK
               DISPLAY 'MESTRE DE ALUNOS INDISPONIVEL (FS='
                       WS-FS-STU '). OCUPACAO NAO APURADA.'
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-CONTAR-ALUNO THRU P310-FIM
               UNTIL EOF-OK
           CLOSE STUDMST
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CONTAR-ALUNO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF NOT ST-MATRICULADO
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-QTD-MATRIC
           MOVE ST-TURMA TO WS-TURMA-BUSCA
           PERFORM P250-PROCURA-TURMA THRU P250-FIM
           IF ACHADO-OK
               ADD 1 TO WS-TUR-MATRIC(WS-TIDX)
           ELSE
               ADD 1 TO WS-QTD-FORA-TABELA
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * LISTA DE ESPERA POR TURMA: QUEM AGUARDA E AS VAGAS JA
      * OFERTADAS E AINDA NAO OCUPADAS. SEM O ARQUIVO, NINGUEM
      * AGUARDA.
      ******************************************************************
       P400-CONTAR-ESPERA.
           SET EOF-OK TO FALSE
           SET FS-ESP-OK TO TRUE
           OPEN INPUT ESPERA
           IF NOT FS-ESP-OK
               GO TO P400-FIM
           END-IF
           PERFORM P410-CONTAR-PEDIDO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE ESPERA
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-CONTAR-PEDIDO.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF ESP-ATENDIDA
               GO TO P410-FIM
           END-IF
           MOVE ESP-TURMA TO WS-TURMA-BUSCA
           PERFORM P250-PROCURA-TURMA THRU P250-FIM
           IF NOT ACHADO-OK
               GO TO P410-FIM
           END-IF
           IF ESP-AGUARDANDO
               ADD 1 TO WS-TUR-ESPERA(WS-TIDX)
               ADD 1 TO WS-QTD-ESPERA
           ELSE
               ADD 1 TO WS-TUR-OFERTAS(WS-TIDX)
               ADD 1 TO WS-QTD-OFERTAS
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * RELATORIO: UMA LINHA POR TURMA.
      ******************************************************************
       P500-IMPRIMIR.
           MOVE 'OCUPACAO DAS TURMAS' TO REG-RELOCUP
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-TUR-QTD = 0
               MOVE 'NENHUMA TURMA ATIVA NA TURMATAB.' TO REG-RELOCUP
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P500-FIM
           END-IF

           MOVE 'TURMA'          TO REG-RELOCUP(1:5)
           MOVE 'DESCRICAO'      TO REG-RELOCUP(7:9)
           MOVE 'VAGAS'          TO REG-RELOCUP(29:5)
           MOVE 'MINIMO'         TO REG-RELOCUP(35:6)
           MOVE 'MATRIC'         TO REG-RELOCUP(42:6)
           MOVE 'OFERT.'         TO REG-RELOCUP(49:6)
           MOVE 'LIVRES'         TO REG-RELOCUP(56:6)
           MOVE 'ESPERA'         TO REG-RELOCUP(63:6)
           MOVE 'SITUACAO'       TO REG-RELOCUP(70:8)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-TIDX
           PERFORM P510-LINHA-TURMA THRU P510-FIM
               UNTIL WS-TIDX > WS-TUR-QTD
           .
       P500-FIM.

      * VAGA OFERTADA E NAO OCUPADA CONTA COMO OCUPADA, COMO NA
      * MATRICULA DO CADSTUD.
       P510-LINHA-TURMA.
           MOVE WS-TUR-COD(WS-TIDX)  TO REG-RELOCUP(1:3)
           MOVE WS-TUR-DESC(WS-TIDX) TO REG-RELOCUP(7:20)
           IF WS-TUR-CAPACIDADE(WS-TIDX) = 0
               MOVE '  -  '          TO REG-RELOCUP(29:5)
           ELSE
               MOVE WS-TUR-CAPACIDADE(WS-TIDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT      TO REG-RELOCUP(29:5)
           END-IF
           MOVE WS-TUR-MINIMO(WS-TIDX)  TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT          TO REG-RELOCUP(36:5)
           MOVE WS-TUR-MATRIC(WS-TIDX)  TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT          TO REG-RELOCUP(43:5)
           MOVE WS-TUR-OFERTAS(WS-TIDX) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT          TO REG-RELOCUP(50:5)
           MOVE WS-TUR-ESPERA(WS-TIDX)  TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT          TO REG-RELOCUP(64:5)

           COMPUTE WS-OCUPADAS = WS-TUR-MATRIC(WS-TIDX)
                               + WS-TUR-OFERTAS(WS-TIDX)
           MOVE 0 TO WS-LIVRES
           EVALUATE TRUE
               WHEN WS-TUR-CAPACIDADE(WS-TIDX) = 0
                   MOVE '  -  '      TO REG-RELOCUP(57:5)
                   MOVE 'SEM LIMITE' TO REG-RELOCUP(70:10)
               WHEN WS-OCUPADAS NOT < WS-TUR-CAPACIDADE(WS-TIDX)
                   MOVE WS-LIVRES    TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT  TO REG-RELOCUP(57:5)
                   MOVE 'LOTADA'     TO REG-RELOCUP(70:6)
                   ADD 1 TO WS-QTD-LOTADAS
               WHEN OTHER
                   COMPUTE WS-LIVRES = WS-TUR-CAPACIDADE(WS-TIDX)
                                     - WS-OCUPADAS
                   MOVE WS-LIVRES    TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT  TO REG-RELOCUP(57:5)
                   MOVE 'COM VAGAS'  TO REG-RELOCUP(70:9)
           END-EVALUATE

           IF WS-TUR-MINIMO(WS-TIDX) > 0
                   AND WS-TUR-MATRIC(WS-TIDX) < WS-TUR-MINIMO(WS-TIDX)
               MOVE 'ABAIXO DO MINIMO' TO REG-RELOCUP(81:16)
               ADD 1 TO WS-QTD-ABAIXO
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-TIDX
           .
       P510-FIM.

       P700-TOTAIS.
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'TURMAS ATIVAS.............: ' DELIMITED BY SIZE
                  WS-TUR-QTD                     DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ALUNOS MATRICULADOS.......: ' DELIMITED BY SIZE
                  WS-QTD-MATRIC                  DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'MATRICULADOS FORA DA TABELA: '
                                                 DELIMITED BY SIZE
                  WS-QTD-FORA-TABELA             DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'VAGAS OFERTADAS PENDENTES.: ' DELIMITED BY SIZE
                  WS-QTD-OFERTAS                 DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'AGUARDANDO NA LISTA.......: ' DELIMITED BY SIZE
                  WS-QTD-ESPERA                  DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'TURMAS LOTADAS............: ' DELIMITED BY SIZE
                  WS-QTD-LOTADAS                 DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'TURMAS ABAIXO DO MINIMO...: ' DELIMITED BY SIZE
                  WS-QTD-ABAIXO                  DELIMITED BY SIZE
                  INTO REG-RELOCUP
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELOCUP
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELOCUP TRAILING)
           MOVE SPACES TO REG-RELOCUP
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM OCUPTUR.
