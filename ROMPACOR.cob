      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: ACOMPANHAMENTO DIARIO DOS ACORDOS DE PARCELAMENTO
      *          (VEJA ACORDO.cpy): PARA CADA ACORDO ATIVO, APURA NO
      *          ACOCALC OS PAGAMENTOS DAS PARCELAS (RECFAT) NA DATA
      *          DE PROCESSAMENTO. ACORDO SEM SALDO FICA QUITADO.
      *          ACORDO COM PARCELA EM ATRASO HA MAIS DE
      *          ACORDO_TOLERANCIA_DIAS (PADRAO 30) DIAS E ROMPIDO: O
      *          SALDO RESTANTE VOLTA A SER COBRADO COMO VENCIDO
      *          (AGINGREL, COBRACONT) E UM CASO VAI PARA O SUPERVISOR
      *          NA FILA UNIFICADA (CASOFILA, TIPO 'A'). OS DEMAIS
      *          ATRASOS SAO LISTADOS NO RELATORIO RELACORDO.
      *          O ARQUIVO DE ACORDOS E CARREGADO EM MEMORIA E
      *          REGRAVADO INTEIRO QUANDO ALGUM ACORDO MUDA DE
      *          SITUACAO, NO MOLDE DO MANUTTAB.
      *          RC 4 QUANDO ALGUM ACORDO FOI ROMPIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMPACOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

               SELECT CASOFILA ASSIGN TO DYNAMIC
               WS-CASOFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT RELACORDO ASSIGN TO DYNAMIC
               WS-RELACORDO-PATH
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
       FD ACORDO.
          COPY ACORDO.

       FD CASOFILA.
          COPY CASOFILA.

       FD CONTCOMP.
          COPY CONTCOMP.

       FD RELACORDO.
       01 REG-RELACORDO             PIC X(100).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.
       77 WS-RELACORDO-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELACORDO.TXT'.

       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FILA UNIFICADA DE CASOS (VEJA GRAVCASO.cpy). O CASO DE
      * ACORDO ROMPIDO NAO TEM CONTATO: NASCE SEM DESIGNACAO.
       77 WS-CASOFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'.
       77 WS-FS-CAS                 PIC 99.
          88 FS-CAS-OK              VALUE 0.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-CAS-TIPO               PIC X(01) VALUE 'A'.
       77 WS-CAS-ID                 PIC 9(05) VALUE ZEROES.
       77 WS-CAS-PAR                PIC 9(05) VALUE ZEROES.
       77 WS-CAS-DETALHE            PIC X(24) VALUE SPACES.
       77 WS-CAS-SEQ                PIC 9(06) VALUE ZEROES.
       77 WS-CAS-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-CAS-EOF                PIC X.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'ROMPACOR'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'ROMPACOR'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'ROMPACOR'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * DIAS DE ATRASO DE UMA PARCELA QUE O ACORDO TOLERA ANTES DE
      * SER ROMPIDO.
       77 WS-TOLERANCIA-TXT         PIC X(03) VALUE SPACES.
       77 WS-TOLERANCIA-DIAS        PIC 9(03) VALUE 30.

      * ARQUIVO DE ACORDOS INTEIRO EM MEMORIA.
       77 WS-QTD-LINHAS             PIC 9(05) VALUE ZEROES.
       01 WS-TAB-ACORDOS.
           03 WS-LINHA-ACORDO OCCURS 5000 TIMES PIC X(79).
       77 WS-IDX                    PIC 9(05) VALUE ZEROES.

          COPY ACOCALC.

       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(08) VALUE SPACES.

       77 WS-VERIFICADOS            PIC 9(05) VALUE ZEROES.
       77 WS-QUITADOS               PIC 9(05) VALUE ZEROES.
       77 WS-ROMPIDOS               PIC 9(05) VALUE ZEROES.
       77 WS-EM-ATRASO              PIC 9(05) VALUE ZEROES.

       77 WS-ALTERADO               PIC X VALUE 'N'.
          88 ALTERADO-OK            VALUE 'S' FALSE 'N'.
       77 WS-EXCEDIDO               PIC X VALUE 'N'.
          88 EXCEDIDO-OK            VALUE 'S' FALSE 'N'.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ACOMPANHAMENTO DOS ACORDOS DE PARCELAMENTO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CARREGAR-ACORDOS THRU P200-FIM
           IF EXCEDIDO-OK
               DISPLAY 'ARQUIVO DE ACORDOS COM MAIS DE 5000 LINHAS. '
                       'NADA FOI ALTERADO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

           PERFORM P300-VERIFICAR-ACORDOS THRU P300-FIM
           IF ALTERADO-OK
               PERFORM P600-REGRAVAR-ACORDOS THRU P600-FIM
           END-IF

           IF WS-FIM-RC = 0 AND WS-ROMPIDOS > 0
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-VERIFICADOS    TO WS-FIM-CONT1
           MOVE WS-QUITADOS       TO WS-FIM-CONT2
           MOVE WS-ROMPIDOS       TO WS-FIM-CONT3
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
           DISPLAY 'ACORDO_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACORDO-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'
                   TO WS-ACORDO-PATH
           END-IF

           DISPLAY 'RELACORDO_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELACORDO-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELACORDO.TXT'
                   TO WS-RELACORDO-PATH
           END-IF

           DISPLAY 'CASOFILA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CASOFILA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CASOFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CASOFILA.TXT'
                   TO WS-CASOFILA-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
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

           DISPLAY 'ACORDO_TOLERANCIA_DIAS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-TOLERANCIA-TXT    FROM ENVIRONMENT-VALUE
           IF WS-TOLERANCIA-TXT = SPACES
                   OR WS-TOLERANCIA-TXT NOT NUMERIC
               MOVE 30 TO WS-TOLERANCIA-DIAS
           ELSE
               MOVE WS-TOLERANCIA-TXT TO WS-TOLERANCIA-DIAS
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-CARREGAR-ACORDOS.
           MOVE 0 TO WS-QTD-LINHAS
           SET EXCEDIDO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE
           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P210-CARREGAR-LINHA THRU P210-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           ELSE
               DISPLAY 'NENHUM ACORDO REGISTRADO (FS=' WS-FS-ACO ').'
           END-IF
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-CARREGAR-LINHA.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF WS-QTD-LINHAS NOT < 5000
               SET EXCEDIDO-OK TO TRUE
               SET EOF-OK TO TRUE
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-QTD-LINHAS
           MOVE REG-ACORDO TO WS-LINHA-ACORDO(WS-QTD-LINHAS)
           .
       P210-FIM.

       P300-VERIFICAR-ACORDOS.
           SET ALTERADO-OK TO FALSE
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELACORDO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE ACORDOS (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELACORDO
           STRING 'ACORDOS DE PARCELAMENTO - SITUACAO EM '
                                       DELIMITED BY SIZE
                  WS-DATA-SISTEMA      DELIMITED BY SIZE
                  ' - TOLERANCIA '     DELIMITED BY SIZE
                  WS-TOLERANCIA-DIAS   DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
                  INTO REG-RELACORDO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'ACORDO GRUPO SITUACAO PARCELA VENCIMENTO  ATRASO'
               TO REG-RELACORDO
           MOVE 'SALDO (R$)' TO REG-RELACORDO(58:10)
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-IDX
           PERFORM P310-VERIFICAR-ACORDO THRU P310-FIM
               UNTIL WS-IDX > WS-QTD-LINHAS

           IF WS-QUITADOS = 0 AND WS-ROMPIDOS = 0
                   AND WS-EM-ATRASO = 0
               MOVE 'NENHUM ACORDO QUITADO, ROMPIDO OU EM ATRASO.'
                   TO REG-RELACORDO
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'ACORDOS ATIVOS VERIFICADOS: ' DELIMITED BY SIZE
                  WS-VERIFICADOS    DELIMITED BY SIZE
                  '  QUITADOS: '    DELIMITED BY SIZE
                  WS-QUITADOS       DELIMITED BY SIZE
                  '  ROMPIDOS: '    DELIMITED BY SIZE
                  WS-ROMPIDOS       DELIMITED BY SIZE
                  '  EM ATRASO: '   DELIMITED BY SIZE
                  WS-EM-ATRASO      DELIMITED BY SIZE
                  INTO REG-RELACORDO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELACORDO
               MOVE 'RELACORDO'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS      TO WS-CAT-REGISTROS
               MOVE WS-RELACORDO-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P300-FIM.

      * SO O CABECALHO DE ACORDO ATIVO E APURADO; QUITADOS E
      * ROMPIDOS NAO MUDAM MAIS DE SITUACAO AQUI.
       P310-VERIFICAR-ACORDO.
           MOVE WS-LINHA-ACORDO(WS-IDX) TO REG-ACORDO
           IF NOT ACO-CABECALHO OR NOT ACO-ATIVO
               ADD 1 TO WS-IDX
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-VERIFICADOS
           MOVE ACO-NUMERO      TO AK-NUMERO
           MOVE WS-DATA-SISTEMA TO AK-DATA-REF
           CALL 'ACOCALC' USING CALCULO-ACORDO
           IF NOT AK-CALCULADO
               ADD 1 TO WS-IDX
               GO TO P310-FIM
           END-IF

           EVALUATE TRUE
               WHEN AK-SALDO NOT > 0
                   SET ACO-QUITADO TO TRUE
                   MOVE WS-DATA-SISTEMA TO ACO-DT-SITUACAO
                   MOVE 'QUITADO'  TO WS-SITUACAO-DESC
                   ADD 1 TO WS-QUITADOS
                   SET ALTERADO-OK TO TRUE
               WHEN AK-DIAS-ATRASO > WS-TOLERANCIA-DIAS
                   SET ACO-ROMPIDO TO TRUE
                   MOVE WS-DATA-SISTEMA TO ACO-DT-SITUACAO
                   PERFORM P320-ABRIR-CASO THRU P320-FIM
                   MOVE 'ROMPIDO'  TO WS-SITUACAO-DESC
                   ADD 1 TO WS-ROMPIDOS
                   SET ALTERADO-OK TO TRUE
               WHEN AK-DIAS-ATRASO > 0
                   MOVE 'ATRASO'   TO WS-SITUACAO-DESC
                   ADD 1 TO WS-EM-ATRASO
               WHEN OTHER
                   ADD 1 TO WS-IDX
                   GO TO P310-FIM
           END-EVALUATE
           MOVE REG-ACORDO TO WS-LINHA-ACORDO(WS-IDX)

           MOVE AK-SALDO TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELACORDO
           MOVE ACO-NUMERO       TO REG-RELACORDO(1:5)
           MOVE ACO-GRUPO        TO REG-RELACORDO(9:2)
           MOVE WS-SITUACAO-DESC TO REG-RELACORDO(14:8)
           IF AK-PARC-PENDENTE > 0
               MOVE AK-PARC-PENDENTE TO REG-RELACORDO(23:3)
               MOVE AK-PARC-VENCIMENTO(AK-PARC-PENDENTE)
                   TO REG-RELACORDO(31:8)
               MOVE AK-DIAS-ATRASO   TO REG-RELACORDO(42:5)
           END-IF
           MOVE WS-VALOR-EDITADO TO REG-RELACORDO(53:15)
           IF ACO-ROMPIDO
               MOVE 'CASO' TO REG-RELACORDO(70:4)
               MOVE ACO-CASO TO REG-RELACORDO(75:6)
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-IDX
           .
       P310-FIM.

      * O SALDO DO ACORDO ROMPIDO VOLTA A VENCIDO; O SUPERVISOR
      * DECIDE A COBRANCA A PARTIR DO CASO NA FILA UNIFICADA.
       P320-ABRIR-CASO.
           MOVE 'A'    TO WS-CAS-TIPO
           MOVE 0      TO WS-CAS-ID
           MOVE 0      TO WS-CAS-PAR
           MOVE SPACES TO WS-CAS-DETALHE
           STRING 'ACORDO '   DELIMITED BY SIZE
                  ACO-NUMERO  DELIMITED BY SIZE
                  ' GRUPO '   DELIMITED BY SIZE
                  ACO-GRUPO   DELIMITED BY SIZE
                  INTO WS-CAS-DETALHE
           END-STRING
           COPY GRAVCASO.
           MOVE WS-CAS-SEQ TO ACO-CASO
           .
       P320-FIM.

       P600-REGRAVAR-ACORDOS.
           SET FS-ACO-OK TO TRUE
           OPEN OUTPUT ACORDO
           IF NOT FS-ACO-OK
               DISPLAY 'ERRO AO REGRAVAR O ARQUIVO DE ACORDOS (FS='
                       WS-FS-ACO ').'
               MOVE 12 TO WS-FIM-RC
               GO TO P600-FIM
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM P610-GRAVAR-LINHA THRU P610-FIM
               UNTIL WS-IDX > WS-QTD-LINHAS
           CLOSE ACORDO
           .
       P600-FIM.

       P610-GRAVAR-LINHA.
           MOVE WS-LINHA-ACORDO(WS-IDX) TO REG-ACORDO
           WRITE REG-ACORDO
           ADD 1 TO WS-IDX
           .
       P610-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELACORDO
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELACORDO TRAILING)
           MOVE SPACES TO REG-RELACORDO
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ROMPACOR.
