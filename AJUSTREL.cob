      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: REGISTRO MENSAL DOS AJUSTES DE FATURA PARA A
      *          AUDITORIA: LISTA TODOS OS AJUSTES DO AJUSTFAT (NOTA
      *          DE CREDITO E BAIXA POR PERDA, VEJA AJUSTFAT.cpy)
      *          PEDIDOS OU DECIDIDOS NA COMPETENCIA, COM A FATURA,
      *          O MOTIVO (AJUTAB), O VALOR, QUEM PEDIU, QUEM
      *          APROVOU OU REJEITOU E QUANDO, E A COMPETENCIA EM QUE
      *          O CREDITO FOI ENTREGUE A CONTABILIDADE (CONTEXP).
      *          NO FIM, OS TOTAIS APROVADOS NO MES POR TIPO E A
      *          QUANTIDADE AINDA PENDENTE DE APROVACAO.
      *          A COMPETENCIA VEM DE COMPETENCIA_AJUSTE (AAAAMM); SEM
      *          ELA, O MES DA DATA DE PROCESSAMENTO.
      *          RC 4 QUANDO HA PEDIDOS DO MES AINDA SEM DECISAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

               SELECT AJUTAB ASSIGN TO DYNAMIC
               WS-AJUTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT RELAJUSTE ASSIGN TO DYNAMIC
               WS-RELAJUSTE-PATH
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
       FD AJUSTFAT.
          COPY AJUSTFAT.

      * MOTIVOS DE AJUSTE, MANTIDOS PELO MANUTTAB (OPCAO 22).
       FD AJUTAB.
       01 REG-AJUTAB.
           03 AJUTAB-COD                PIC 9(02).
           03 AJUTAB-DESC               PIC X(20).
           03 AJUTAB-ATIVO              PIC X(01).

       FD RELAJUSTE.
       01 REG-RELAJUSTE             PIC X(100).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-AJUTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\AJUTAB.TXT'.
       77 WS-RELAJUSTE-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAJUSTE.TXT'.

       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-FS-TAB                 PIC 99.
          88 FS-TAB-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'AJUSTREL'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'AJUSTREL'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'AJUSTREL'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.
       77 WS-COMP-PEDIDO            PIC 9(06) VALUE ZEROES.
       77 WS-COMP-DECISAO           PIC 9(06) VALUE ZEROES.

      * MOTIVOS CARREGADOS DA AJUTAB (ATIVOS OU NAO: O REGISTRO
      * MOSTRA O MOTIVO COMO ESTAVA QUANDO FOI PEDIDO).
       77 WS-QTD-MOTIVOS            PIC 9(03) VALUE ZEROES.
       01 WS-TAB-MOTIVOS.
           03 WS-MOT OCCURS 100 TIMES INDEXED BY WS-MOT-IDX.
               05 WS-MOT-COD         PIC 9(02).
               05 WS-MOT-DESC        PIC X(20).
       77 WS-MOTIVO-DESC            PIC X(20) VALUE SPACES.

       77 WS-TIPO-DESC              PIC X(13) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(09) VALUE SPACES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-QTD-EDITADA            PIC ZZ.ZZ9 VALUE SPACES.

       77 WS-LISTADOS               PIC 9(05) VALUE ZEROES.
       77 WS-QTD-PENDENTES          PIC 9(05) VALUE ZEROES.
       77 WS-QTD-REJEITADOS         PIC 9(05) VALUE ZEROES.
       77 WS-QTD-CREDITO            PIC 9(05) VALUE ZEROES.
       77 WS-QTD-BAIXA              PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-CREDITO          PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-BAIXA            PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-GERAL            PIC S9(11)V99 VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** REGISTRO MENSAL DE AJUSTES DE FATURA ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-MOTIVOS THRU P200-FIM
           PERFORM P500-GERAR-RELATORIO THRU P500-FIM

           IF WS-FIM-RC = 0 AND WS-QTD-PENDENTES > 0
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-LISTADOS       TO WS-FIM-CONT1
           COMPUTE WS-FIM-CONT2 = WS-QTD-CREDITO + WS-QTD-BAIXA
           MOVE WS-QTD-PENDENTES  TO WS-FIM-CONT3
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
           DISPLAY 'AJUSTFAT_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUSTFAT-PATH     FROM ENVIRONMENT-VALUE
           IF WS-AJUSTFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'
                   TO WS-AJUSTFAT-PATH
           END-IF

           DISPLAY 'AJUTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-AJUTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\AJUTAB.TXT' TO WS-AJUTAB-PATH
           END-IF

           DISPLAY 'RELAJUSTE_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELAJUSTE-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELAJUSTE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELAJUSTE.TXT'
                   TO WS-RELAJUSTE-PATH
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

      * A COMPETENCIA PODE VIR DO AMBIENTE (COMPETENCIA_AJUSTE) PARA
      * TIRAR O REGISTRO DE UM MES PASSADO; SEM ELA, VALE O MES DA
      * DATA DE PROCESSAMENTO.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_AJUSTE'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMPETENCIA-TXT   FROM ENVIRONMENT-VALUE
           IF WS-COMPETENCIA-TXT NUMERIC
                   AND WS-COMPETENCIA-TXT NOT = SPACES
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-SISTEMA(1:6) TO WS-COMPETENCIA
           END-IF
           DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA
           .
       P100-FIM.

       P200-CARREGAR-MOTIVOS.
           MOVE 0 TO WS-QTD-MOTIVOS
           SET EOF-OK TO FALSE
           SET FS-TAB-OK TO TRUE
           OPEN INPUT AJUTAB
           IF FS-TAB-OK
               PERFORM P210-CARREGAR-MOTIVO THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE AJUTAB
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-MOTIVO.
           READ AJUTAB
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-QTD-MOTIVOS < 100
                       ADD 1 TO WS-QTD-MOTIVOS
                       MOVE AJUTAB-COD
                           TO WS-MOT-COD(WS-QTD-MOTIVOS)
                       MOVE AJUTAB-DESC
                           TO WS-MOT-DESC(WS-QTD-MOTIVOS)
                   END-IF
           END-READ
           .
       P210-FIM.

       P500-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELAJUSTE
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O REGISTRO DE AJUSTES (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P500-FIM
           END-IF

           MOVE SPACES TO REG-RELAJUSTE
           STRING 'REGISTRO DE AJUSTES DE FATURA - COMPETENCIA '
                  DELIMITED BY SIZE
                  WS-COMPETENCIA     DELIMITED BY SIZE
                  ' - EMITIDO EM '   DELIMITED BY SIZE
                  WS-DATA-SISTEMA    DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'SEQ.  FATURA    TIPO          MOTIVO' TO REG-RELAJUSTE
           MOVE 'VALOR (R$)  SITUACAO' TO REG-RELAJUSTE(58:20)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE
           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P510-LISTAR-AJUSTE THRU P510-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE

           IF WS-LISTADOS = 0
               MOVE 'NENHUM AJUSTE PEDIDO OU DECIDIDO NA COMPETENCIA.'
                   TO REG-RELAJUSTE
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'APROVADOS NA COMPETENCIA:' TO REG-RELAJUSTE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-QTD-CREDITO   TO WS-QTD-EDITADA
           MOVE WS-TOTAL-CREDITO TO WS-VALOR-EDITADO
           STRING '  NOTAS DE CREDITO.: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA          DELIMITED BY SIZE
                  '   R$ '                DELIMITED BY SIZE
                  WS-VALOR-EDITADO        DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-QTD-BAIXA     TO WS-QTD-EDITADA
           MOVE WS-TOTAL-BAIXA   TO WS-VALOR-EDITADO
           STRING '  BAIXAS POR PERDA.: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA          DELIMITED BY SIZE
                  '   R$ '                DELIMITED BY SIZE
                  WS-VALOR-EDITADO        DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           COMPUTE WS-TOTAL-GERAL = WS-TOTAL-CREDITO + WS-TOTAL-BAIXA
           MOVE WS-TOTAL-GERAL   TO WS-VALOR-EDITADO
           STRING '  TOTAL ABATIDO....:          R$ '
                                          DELIMITED BY SIZE
                  WS-VALOR-EDITADO        DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-QTD-REJEITADOS TO WS-QTD-EDITADA
           STRING 'REJEITADOS NA COMPETENCIA.....: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA          DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-QTD-PENDENTES TO WS-QTD-EDITADA
           STRING 'AINDA PENDENTES DE APROVACAO..: ' DELIMITED BY SIZE
                  WS-QTD-EDITADA          DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           CLOSE RELAJUSTE
           MOVE 'RELAJUSTE'       TO WS-CAT-NOME
           MOVE WS-QT-LINHAS      TO WS-CAT-REGISTROS
           MOVE WS-RELAJUSTE-PATH TO WS-CAT-ARQUIVO
           COPY GRAVCAT.
           .
       P500-FIM.

      * ENTRA NO REGISTRO O AJUSTE PEDIDO OU DECIDIDO NA COMPETENCIA;
      * OS TOTAIS DE APROVADOS E REJEITADOS CONTAM PELA DATA DA
      * DECISAO, OS PENDENTES PELA DATA DO PEDIDO.
       P510-LISTAR-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           MOVE AJ-DATA(1:6) TO WS-COMP-PEDIDO
           MOVE 0 TO WS-COMP-DECISAO
           IF NOT AJ-PENDENTE
               MOVE AJ-DT-DECISAO(1:6) TO WS-COMP-DECISAO
           END-IF
           IF WS-COMP-PEDIDO NOT = WS-COMPETENCIA
                   AND WS-COMP-DECISAO NOT = WS-COMPETENCIA
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-LISTADOS

           IF AJ-NOTA-CREDITO
               MOVE 'NOTA CREDITO' TO WS-TIPO-DESC
           ELSE
               MOVE 'BAIXA PERDA'  TO WS-TIPO-DESC
           END-IF
           EVALUATE TRUE
               WHEN AJ-PENDENTE
                   MOVE 'PENDENTE'  TO WS-SITUACAO-DESC
                   ADD 1 TO WS-QTD-PENDENTES
               WHEN AJ-APROVADO
                   MOVE 'APROVADO'  TO WS-SITUACAO-DESC
                   IF WS-COMP-DECISAO = WS-COMPETENCIA
                       IF AJ-NOTA-CREDITO
                           ADD 1        TO WS-QTD-CREDITO
                           ADD AJ-VALOR TO WS-TOTAL-CREDITO
                       ELSE
                           ADD 1        TO WS-QTD-BAIXA
                           ADD AJ-VALOR TO WS-TOTAL-BAIXA
                       END-IF
                   END-IF
               WHEN AJ-REJEITADO
                   MOVE 'REJEITADO' TO WS-SITUACAO-DESC
                   IF WS-COMP-DECISAO = WS-COMPETENCIA
                       ADD 1 TO WS-QTD-REJEITADOS
                   END-IF
               WHEN OTHER
                   MOVE '?'         TO WS-SITUACAO-DESC
           END-EVALUATE

           MOVE SPACES TO WS-MOTIVO-DESC
           SET WS-MOT-IDX TO 1
           SEARCH WS-MOT
               WHEN WS-MOT-IDX > WS-QTD-MOTIVOS
                   MOVE 'FORA DA AJUTAB' TO WS-MOTIVO-DESC
               WHEN WS-MOT-COD(WS-MOT-IDX) = AJ-MOTIVO
                   MOVE WS-MOT-DESC(WS-MOT-IDX) TO WS-MOTIVO-DESC
           END-SEARCH

           MOVE AJ-VALOR TO WS-VALOR-EDITADO
           STRING AJ-SEQUENCIA      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AJ-COMPETENCIA    DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  AJ-GRUPO          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-TIPO-DESC      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AJ-MOTIVO         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO-DESC    DELIMITED BY SIZE
                  WS-VALOR-EDITADO  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-SITUACAO-DESC  DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           STRING '      PEDIDO EM '  DELIMITED BY SIZE
                  AJ-DATA             DELIMITED BY SIZE
                  ' POR '             DELIMITED BY SIZE
                  AJ-OPERADOR         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  AJ-OBSERVACAO       DELIMITED BY SIZE
                  INTO REG-RELAJUSTE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF NOT AJ-PENDENTE
               STRING '      DECIDIDO EM ' DELIMITED BY SIZE
                      AJ-DT-DECISAO        DELIMITED BY SIZE
                      ' POR '              DELIMITED BY SIZE
                      AJ-APROVADOR         DELIMITED BY SIZE
                      INTO REG-RELAJUSTE
               END-STRING
               IF AJ-REJEITADO
                   MOVE AJ-MOTIVO-REJEICAO TO REG-RELAJUSTE(40:40)
               END-IF
               IF AJ-APROVADO AND AJ-COMP-CONTABIL NOT = 0
                   MOVE 'ENTREGUE A CONTABILIDADE EM'
                       TO REG-RELAJUSTE(40:28)
                   MOVE AJ-COMP-CONTABIL TO REG-RELAJUSTE(69:6)
               END-IF
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           .
       P510-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELAJUSTE
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELAJUSTE TRAILING)
           MOVE SPACES TO REG-RELAJUSTE
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM AJUSTREL.
