      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: BAIXA AUTOMATICA DOS RECEBIMENTOS PELO ARQUIVO DE
      *          RETORNO DE COBRANCA DO BANCO (CNAB 400, VEJA
      *          CNABRET.cpy). CADA BOLETO PAGO (OCORRENCIAS 06, 15 E
      *          17) E CASADO PELO NOSSO NUMERO COM O BOLETO EMITIDO
      *          PELO FATCONT (BOLETOS) E, POR ELE, COM A FATURA DO
      *          HISTORICO (FATHIST, COMPETENCIA + GRUPO). O PAGAMENTO
      *          ENTRA NO RECFAT COM A DATA E O VALOR PAGOS NO BANCO,
      *          E O BOLETO PASSA A LIQUIDADO. O AGINGREL E O
      *          COBRACONT JA ENXERGAM A BAIXA NA RODADA SEGUINTE.
      *          COMO O CARGAAR, UMA PRIMEIRA PASSADA CONFERE HEADER
      *          (RETORNO DE COBRANCA DO CONVENIO DO BOLCTL: BANCO E
      *          CODIGO DA EMPRESA), TRAILER E QUANTIDADE DE DETALHES
      *          E RECUSA ARQUIVO JA CARREGADO PELO REGISTRO ARQREG
      *          (ORIGEM 'RETBANCO', DATA DE GRAVACAO DO HEADER). A
      *          GERACAO ANTERIOR DO BOLETOS FICA EM BOLETOS.OLD.
      *          O RELATORIO RELRETBCO LISTA CADA PAGAMENTO PARA O
      *          FINANCEIRO TRABALHAR: PAGO SEM BOLETO OU SEM FATURA
      *          (NAO LANCADO), PAGO A MENOR, PAGO A MAIOR, PAGO EM
      *          DUPLICIDADE (BOLETO JA LIQUIDADO) E ENTRADA REJEITADA
      *          PELO BANCO (OCORRENCIA 03).
      *          BOLETO PAGO DE FATURA JA RENEGOCIADA EM ACORDO DE
      *          PARCELAMENTO (VEJA ACORDO.cpy) E LANCADO NO ACORDO
      *          (COMPETENCIA ZERO, NUMERO DO ACORDO EM RF-ACORDO),
      *          COMO O RECFAT FAZ COM O PAGAMENTO DE PARCELA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGARET.

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

               SELECT BOLCTL ASSIGN TO DYNAMIC
               WS-BOLCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCT.

               SELECT BOLETOS ASSIGN TO DYNAMIC
               WS-BOLETOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.

               SELECT GERACAO ASSIGN TO DYNAMIC
               WS-GERACAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GER.

               SELECT FATHIST ASSIGN TO DYNAMIC
               WS-FATHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT RECFAT ASSIGN TO DYNAMIC
               WS-RECFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT RELRETBCO ASSIGN TO DYNAMIC
               WS-RELRETBCO-PATH
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
       FD RETORNO.
          COPY CNABRET.

       FD BOLCTL.
          COPY BOLCTL.

       FD BOLETOS.
          COPY BOLETO.

       FD GERACAO.
       01 REG-GERACAO               PIC X(147).

       FD FATHIST.
       01 REG-FATHIST.
           03 FH-COMPETENCIA         PIC 9(06).
           03 FH-GRUPO               PIC 9(02).
           03 FH-QUANTIDADE          PIC 9(05).
           03 FH-PRECO               PIC S9(09)V99
               SIGN IS LEADING SEPARATE.
           03 FH-VALOR               PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       FD RECFAT.
          COPY RECFAT.

       FD ACORDO.
          COPY ACORDO.

       FD ARQREG.
          COPY ARQREG.

       FD RELRETBCO.
       01 REG-RELRETBCO             PIC X(100).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-RETORNO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RETORNO.TXT'.
       77 WS-BOLCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BOLCTL.TXT'.
       77 WS-BOLETOS-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BOLETOS.TXT'.
       77 WS-GERACAO-PATH           PIC X(100) VALUE SPACES.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.
       77 WS-RELRETBCO-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELRETBCO.TXT'.

       77 WS-FS-RET                 PIC 99.
          88 FS-RET-OK              VALUE 0.
       77 WS-FS-BCT                 PIC 99.
          88 FS-BCT-OK              VALUE 0.
       77 WS-FS-BOL                 PIC 99.
          88 FS-BOL-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CARGARET'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CARGARET'.
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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CARGARET'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-ORIGEM                 PIC X(10) VALUE 'RETBANCO'.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DDMMAA                 PIC 9(06) VALUE ZEROES.
       77 WS-DATA-CONV              PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

      * BOLETOS EMITIDOS, PARA CASAR O NOSSO NUMERO DO RETORNO.
       77 WS-BOL-QTD                PIC 9(05) VALUE ZEROES.
       01 WS-TAB-BOLETOS.
           03 WS-BOL-ENTRY OCCURS 20000 TIMES INDEXED BY WS-BOL-IDX.
               05 WS-TB-NOSSO-NUMERO PIC 9(11).
               05 WS-TB-COMPETENCIA  PIC 9(06).
               05 WS-TB-GRUPO        PIC 9(02).
               05 WS-TB-VALOR        PIC S9(09)V99.
               05 WS-TB-SITUACAO     PIC X(01).

      * FATURAS DO HISTORICO (COMPETENCIA + GRUPO) E O ACORDO EM
      * QUE FORAM RENEGOCIADAS (ZERO = NENHUM).
       77 WS-FAT-QTD                PIC 9(05) VALUE ZEROES.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ENTRY OCCURS 20000 TIMES INDEXED BY WS-FAT-IDX.
               05 WS-TF-CHAVE        PIC 9(08).
               05 WS-TF-ACORDO       PIC 9(05).
       01 WS-CHAVE-FATURA.
           03 WS-CHV-COMPETENCIA     PIC 9(06).
           03 WS-CHV-GRUPO           PIC 9(02).

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(08) VALUE ZEROES.
       77 WS-PAGAMENTOS             PIC 9(05) VALUE ZEROES.
       77 WS-LANCADOS               PIC 9(05) VALUE ZEROES.
       77 WS-NAO-LANCADOS           PIC 9(05) VALUE ZEROES.
       77 WS-A-MENOR                PIC 9(05) VALUE ZEROES.
       77 WS-A-MAIOR                PIC 9(05) VALUE ZEROES.
       77 WS-DUPLICADOS             PIC 9(05) VALUE ZEROES.
       77 WS-REJEITADOS             PIC 9(05) VALUE ZEROES.
       77 WS-OUTRAS                 PIC 9(05) VALUE ZEROES.
       77 WS-LIQUIDADOS             PIC 9(05) VALUE ZEROES.
       77 WS-VALOR-PAGO             PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-LANCADO          PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-NAO-LANCADO      PIC S9(11)V99 VALUE ZEROES.
       77 WS-SITUACAO-PGTO          PIC X(30) VALUE SPACES.

       01 WS-LINHA-PGTO.
           03 WS-LP-NOSSO-NUMERO     PIC 9(11).
           03 FILLER                 PIC X(01) VALUE '-'.
           03 WS-LP-NN-DV            PIC X(01).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LP-COMPETENCIA      PIC 9(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LP-GRUPO            PIC 9(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LP-DATA             PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LP-VALOR-BOLETO     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LP-VALOR-PAGO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LP-SITUACAO         PIC X(30).
       77 WS-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-ED                 PIC ZZ.ZZ9.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** BAIXA DO RETORNO DE COBRANCA DO BANCO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-LER-CONVENIO THRU P150-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P200-CONFERIR THRU P200-FIM
           IF NOT ARQUIVO-OK
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P300-CARREGAR-BOLETOS THRU P300-FIM
           IF NOT ARQUIVO-OK
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P350-CARREGAR-FATURAS THRU P350-FIM
           IF NOT ARQUIVO-OK
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P400-LANCAR THRU P400-FIM
           IF NOT ARQUIVO-OK
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P500-GUARDAR-GERACAO THRU P500-FIM
           IF ARQUIVO-OK
               PERFORM P550-LIQUIDAR-BOLETOS THRU P550-FIM
           END-IF
           PERFORM P600-REGISTRAR-ARQREG THRU P600-FIM

           DISPLAY 'PAGAMENTOS NO RETORNO.: ' WS-PAGAMENTOS
           DISPLAY 'LANCADOS NO RECFAT....: ' WS-LANCADOS
           DISPLAY 'NAO LANCADOS..........: ' WS-NAO-LANCADOS
           DISPLAY 'PAGOS A MENOR.........: ' WS-A-MENOR
           DISPLAY 'PAGOS A MAIOR.........: ' WS-A-MAIOR
           DISPLAY 'PAGOS EM DUPLICIDADE..: ' WS-DUPLICADOS
           DISPLAY 'ENTRADAS REJEITADAS...: ' WS-REJEITADOS
           DISPLAY 'OUTRAS OCORRENCIAS....: ' WS-OUTRAS
           IF WS-FIM-RC = 0
                   AND (WS-NAO-LANCADOS > 0 OR WS-A-MENOR > 0
                        OR WS-A-MAIOR > 0 OR WS-DUPLICADOS > 0
                        OR WS-REJEITADOS > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-ENCERRAR.
           MOVE WS-PAGAMENTOS   TO WS-FIM-CONT1
           MOVE WS-LANCADOS     TO WS-FIM-CONT2
           MOVE WS-NAO-LANCADOS TO WS-FIM-CONT3
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
           DISPLAY 'RETORNO_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETORNO-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RETORNO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RETORNO.TXT'
                   TO WS-RETORNO-PATH
           END-IF

           DISPLAY 'BOLCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-BOLCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-BOLCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\BOLCTL.TXT'
                   TO WS-BOLCTL-PATH
           END-IF

           DISPLAY 'BOLETOS_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-BOLETOS-PATH      FROM ENVIRONMENT-VALUE
           IF WS-BOLETOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\BOLETOS.TXT'
                   TO WS-BOLETOS-PATH
           END-IF

           DISPLAY 'FATHIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATHIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FATHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'
                   TO WS-FATHIST-PATH
           END-IF

           DISPLAY 'RECFAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECFAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RECFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'
                   TO WS-RECFAT-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           DISPLAY 'RELRETBCO_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELRETBCO-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RELRETBCO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELRETBCO.TXT'
                   TO WS-RELRETBCO-PATH
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

           DISPLAY 'ACORDO_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACORDO-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'
                   TO WS-ACORDO-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      * O CONVENIO DO BOLCTL DIZ DE QUAL BANCO E EMPRESA O RETORNO
      * TEM QUE SER.
       P150-LER-CONVENIO.
           SET FS-BCT-OK TO TRUE
           OPEN INPUT BOLCTL
           IF NOT FS-BCT-OK
               DISPLAY 'CONTROLE DE BOLETOS NAO ENCONTRADO (FS='
                       WS-FS-BCT ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P150-FIM
           END-IF
           READ BOLCTL
               AT END
                   MOVE SPACES TO REG-BOLCTL
           END-READ
           CLOSE BOLCTL
           IF BCT-BANCO NOT NUMERIC OR BCT-COD-EMPRESA NOT NUMERIC
               DISPLAY 'CONTROLE DE BOLETOS INVALIDO.'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P150-FIM.

      * PRIMEIRA PASSADA: SO LEITURA. O RETORNO SO E LANCADO SE
      * CHEGOU INTEIRO, E DO NOSSO CONVENIO, E AINDA NAO FOI
      * CARREGADO.
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-RET-OK TO TRUE

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK
               DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO (FS='
                       WS-FS-RET ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           READ RETORNO
               AT END
                   DISPLAY 'ARQUIVO DE RETORNO VAZIO.'
                   MOVE 12 TO WS-FIM-RC
                   CLOSE RETORNO
                   GO TO P200-FIM
           END-READ
           IF NOT CNT-HEADER OR CNT-H-LITERAL-RETORNO NOT = 'RETORNO'
                   OR CNT-H-SERVICO NOT = '01'
                   OR CNT-H-DATA-GRAVACAO NOT NUMERIC
               DISPLAY 'ARQUIVO SEM HEADER DE RETORNO DE COBRANCA. '
                   'ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF
           IF CNT-H-BANCO NOT = BCT-BANCO
                   OR CNT-H-COD-EMPRESA NOT = BCT-COD-EMPRESA
               DISPLAY 'RETORNO DO BANCO ' CNT-H-BANCO ' EMPRESA '
                   CNT-H-COD-EMPRESA ' NAO E DO CONVENIO DO BOLCTL. '
                   'ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF
           MOVE CNT-H-DATA-GRAVACAO TO WS-DDMMAA
           PERFORM P700-DATA-AAAAMMDD THRU P700-FIM
           MOVE WS-DATA-CONV TO WS-DATA-ARQUIVO

           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'RETORNO DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           PERFORM P210-CONTAR-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE RETORNO

           IF NOT TRAILER-VISTO
               DISPLAY 'ARQUIVO SEM TRAILER. ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           IF WS-QTD-TRAILER NOT = WS-CONTADOS
               DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                   ' DETALHES, LIDOS ' WS-CONTADOS '. ARQUIVO '
                   'RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           .
       P200-FIM.

       P210-CONTAR-LINHA.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CNT-DETALHE
                           ADD 1 TO WS-CONTADOS
                       WHEN CNT-TRAILER
                           SET TRAILER-VISTO TO TRUE
                           MOVE CNT-T-QTD-TITULOS TO WS-QTD-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
       P210-FIM.

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
                           AND ARQ-PROGRAMA = 'CARGARET'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

       P300-CARREGAR-BOLETOS.
           MOVE 0 TO WS-BOL-QTD
           SET EOF-OK TO FALSE
           SET FS-BOL-OK TO TRUE
           OPEN INPUT BOLETOS
           IF NOT FS-BOL-OK
               DISPLAY 'ARQUIVO DE BOLETOS NAO ENCONTRADO (FS='
                       WS-FS-BOL ').'
               MOVE 8 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               GO TO P300-FIM
           END-IF
           PERFORM P310-CARREGAR-BOLETO THRU P310-FIM
               UNTIL EOF-OK OR NOT ARQUIVO-OK
           CLOSE BOLETOS
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CARREGAR-BOLETO.
           READ BOLETOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF BOL-NOSSO-NUMERO NOT NUMERIC
               GO TO P310-FIM
           END-IF
           IF WS-BOL-QTD NOT < 20000
               DISPLAY 'ARQUIVO DE BOLETOS COM MAIS DE 20000 '
                   'BOLETOS. ARQUIVO DE RETORNO NAO LANCADO.'
               MOVE 12 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               GO TO P310-FIM
           END-IF
           ADD 1 TO WS-BOL-QTD
           MOVE BOL-NOSSO-NUMERO TO WS-TB-NOSSO-NUMERO(WS-BOL-QTD)
           MOVE BOL-COMPETENCIA  TO WS-TB-COMPETENCIA(WS-BOL-QTD)
           MOVE BOL-GRUPO        TO WS-TB-GRUPO(WS-BOL-QTD)
           MOVE BOL-VALOR        TO WS-TB-VALOR(WS-BOL-QTD)
           MOVE BOL-SITUACAO     TO WS-TB-SITUACAO(WS-BOL-QTD)
           .
       P310-FIM.

       P350-CARREGAR-FATURAS.
           MOVE 0 TO WS-FAT-QTD
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATHIST
           IF NOT FS-HIS-OK
               DISPLAY 'HISTORICO DE FATURAMENTO NAO ENCONTRADO (FS='
                       WS-FS-HIS ').'
               MOVE 8 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               GO TO P350-FIM
           END-IF
           PERFORM P360-CARREGAR-FATURA THRU P360-FIM
               UNTIL EOF-OK OR NOT ARQUIVO-OK
           CLOSE FATHIST
           SET EOF-OK TO FALSE

           SET FS-ACO-OK TO TRUE
           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P370-MARCAR-RENEGOCIADA THRU P370-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-CARREGAR-FATURA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P360-FIM
           END-READ
           IF FH-COMPETENCIA NOT NUMERIC OR FH-GRUPO NOT NUMERIC
               GO TO P360-FIM
           END-IF
           IF WS-FAT-QTD NOT < 20000
               DISPLAY 'HISTORICO DE FATURAMENTO COM MAIS DE 20000 '
                   'FATURAS. ARQUIVO DE RETORNO NAO LANCADO.'
               MOVE 12 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               GO TO P360-FIM
           END-IF
           ADD 1 TO WS-FAT-QTD
           MOVE FH-COMPETENCIA TO WS-CHV-COMPETENCIA
           MOVE FH-GRUPO       TO WS-CHV-GRUPO
           MOVE WS-CHAVE-FATURA TO WS-TF-CHAVE(WS-FAT-QTD)
           MOVE 0               TO WS-TF-ACORDO(WS-FAT-QTD)
           .
       P360-FIM.

       P370-MARCAR-RENEGOCIADA.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P370-FIM
           END-READ
           IF NOT ACO-FATURA
               GO TO P370-FIM
           END-IF
           MOVE ACO-COMPETENCIA TO WS-CHV-COMPETENCIA
           MOVE ACO-GRUPO       TO WS-CHV-GRUPO
           SET WS-FAT-IDX TO 1
           SEARCH WS-FAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FAT-IDX > WS-FAT-QTD
                   CONTINUE
               WHEN WS-TF-CHAVE(WS-FAT-IDX) = WS-CHAVE-FATURA
                   MOVE ACO-NUMERO TO WS-TF-ACORDO(WS-FAT-IDX)
           END-SEARCH
           .
       P370-FIM.

      * SEGUNDA PASSADA: CADA PAGAMENTO CASADO ENTRA NO RECFAT E SAI
      * NO RELATORIO COM A SUA SITUACAO.
       P400-LANCAR.
           SET FS-REC-OK TO TRUE
           OPEN EXTEND RECFAT
           IF WS-FS-REC EQUAL 35
               OPEN OUTPUT RECFAT
           END-IF
           IF NOT FS-REC-OK
               DISPLAY 'ERRO AO GRAVAR OS RECEBIMENTOS (FS='
                       WS-FS-REC '). NADA FOI LANCADO.'
               MOVE 8 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               GO TO P400-FIM
           END-IF
           SET FS-RET-OK TO TRUE
           OPEN INPUT RETORNO
           IF NOT FS-RET-OK
               DISPLAY 'ERRO AO REABRIR O RETORNO (FS='
                       WS-FS-RET '). NADA FOI LANCADO.'
               MOVE 8 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               CLOSE RECFAT
               GO TO P400-FIM
           END-IF
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELRETBCO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DO RETORNO (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELRETBCO
           STRING 'BAIXA DO RETORNO DE COBRANCA - BANCO '
                                               DELIMITED BY SIZE
                  BCT-BANCO                    DELIMITED BY SIZE
                  ' ' BCT-NOME-BANCO           DELIMITED BY SIZE
                  ' - ARQUIVO DE '             DELIMITED BY SIZE
                  WS-DATA-ARQUIVO              DELIMITED BY SIZE
                  INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'NOSSO NUMERO   COMPET  GR  PAGAMENTO   VALOR BOLETO '
             & '    VALOR PAGO  SITUACAO' TO REG-RELRETBCO
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET EOF-OK TO FALSE
           PERFORM P410-LANCAR-DETALHE THRU P410-FIM
               UNTIL EOF-OK
           CLOSE RETORNO
           CLOSE RECFAT
           SET EOF-OK TO FALSE

           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-LANCADOS TO WS-QTD-ED
           MOVE WS-VALOR-LANCADO TO WS-VALOR-ED
           STRING 'LANCADOS NO RECFAT...: ' WS-QTD-ED
                  '   VALOR R$ ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-NAO-LANCADOS TO WS-QTD-ED
           MOVE WS-VALOR-NAO-LANCADO TO WS-VALOR-ED
           STRING 'NAO LANCADOS.........: ' WS-QTD-ED
                  '   VALOR R$ ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-A-MENOR TO WS-QTD-ED
           STRING 'PAGOS A MENOR........: ' WS-QTD-ED
                  DELIMITED BY SIZE INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-A-MAIOR TO WS-QTD-ED
           STRING 'PAGOS A MAIOR........: ' WS-QTD-ED
                  DELIMITED BY SIZE INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-DUPLICADOS TO WS-QTD-ED
           STRING 'PAGOS EM DUPLICIDADE.: ' WS-QTD-ED
                  DELIMITED BY SIZE INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-REJEITADOS TO WS-QTD-ED
           STRING 'ENTRADAS REJEITADAS..: ' WS-QTD-ED
                  DELIMITED BY SIZE INTO REG-RELRETBCO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELRETBCO
               MOVE 'RELRETBCO'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS      TO WS-CAT-REGISTROS
               MOVE WS-RELRETBCO-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P400-FIM.

       P410-LANCAR-DETALHE.
           READ RETORNO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF NOT CNT-DETALHE
               GO TO P410-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-PGTO
           MOVE CNT-D-NOSSO-NUMERO TO WS-LP-NOSSO-NUMERO
           MOVE CNT-D-NN-DV        TO WS-LP-NN-DV
           MOVE 0                  TO WS-LP-COMPETENCIA
           MOVE 0                  TO WS-LP-GRUPO
           MOVE 0                  TO WS-LP-VALOR-BOLETO
           MOVE 0                  TO WS-LP-VALOR-PAGO
           IF CNT-D-VALOR-PAGO NUMERIC
               MOVE CNT-D-VALOR-PAGO TO WS-LP-VALOR-PAGO
           END-IF
           IF CNT-D-DATA-OCORRENCIA NUMERIC
               MOVE CNT-D-DATA-OCORRENCIA TO WS-DDMMAA
               PERFORM P700-DATA-AAAAMMDD THRU P700-FIM
               STRING WS-DATA-CONV(7:2) '/' WS-DATA-CONV(5:2) '/'
                      WS-DATA-CONV(1:4)
                      DELIMITED BY SIZE INTO WS-LP-DATA
               END-STRING
           END-IF

      * ENTRADA REJEITADA: O BOLETO NAO FOI REGISTRADO NO BANCO E O
      * CLIENTE NAO CONSEGUE PAGA-LO. SO SAI NO RELATORIO.
           IF CNT-D-REJEITADO
               ADD 1 TO WS-REJEITADOS
               MOVE 0 TO WS-LP-VALOR-PAGO
               MOVE SPACES TO WS-LP-SITUACAO
               STRING 'ENTRADA REJEITADA ' CNT-D-MOTIVOS-REJEICAO
                      DELIMITED BY SIZE INTO WS-LP-SITUACAO
               END-STRING
               PERFORM P420-LOCALIZA-BOLETO THRU P420-FIM
               MOVE WS-LINHA-PGTO TO REG-RELRETBCO
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P410-FIM
           END-IF
           IF NOT CNT-D-PAGO
               ADD 1 TO WS-OUTRAS
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-PAGAMENTOS
           IF CNT-D-NOSSO-NUMERO NOT NUMERIC
                   OR CNT-D-DATA-OCORRENCIA NOT NUMERIC
                   OR CNT-D-VALOR-PAGO NOT NUMERIC
               MOVE 0 TO WS-VALOR-PAGO
               MOVE 'PAGAMENTO INVALIDO-NAO LANCADO'
                   TO WS-LP-SITUACAO
               GO TO P410-NAO-LANCADO
           END-IF
           MOVE CNT-D-VALOR-PAGO TO WS-VALOR-PAGO

           PERFORM P420-LOCALIZA-BOLETO THRU P420-FIM
           IF WS-BOL-IDX > WS-BOL-QTD
               MOVE 'SEM BOLETO - NAO LANCADO' TO WS-LP-SITUACAO
               GO TO P410-NAO-LANCADO
           END-IF
           MOVE WS-TB-COMPETENCIA(WS-BOL-IDX) TO WS-CHV-COMPETENCIA
           MOVE WS-TB-GRUPO(WS-BOL-IDX)       TO WS-CHV-GRUPO
           SET WS-FAT-IDX TO 1
           SEARCH WS-FAT-ENTRY
               AT END
                   MOVE 'SEM FATURA - NAO LANCADO' TO WS-LP-SITUACAO
                   GO TO P410-NAO-LANCADO
               WHEN WS-FAT-IDX > WS-FAT-QTD
                   MOVE 'SEM FATURA - NAO LANCADO' TO WS-LP-SITUACAO
                   GO TO P410-NAO-LANCADO
               WHEN WS-TF-CHAVE(WS-FAT-IDX) = WS-CHAVE-FATURA
                   CONTINUE
           END-SEARCH

      * PAGAMENTO CASADO: ENTRA NO RECFAT PELO VALOR EFETIVAMENTE
      * PAGO, NA DATA DO PAGAMENTO NO BANCO. FATURA RENEGOCIADA:
      * O PAGAMENTO ENTRA NO ACORDO.
           MOVE SPACES             TO REG-RECFAT
           MOVE WS-CHV-COMPETENCIA TO RF-COMPETENCIA
           MOVE WS-CHV-GRUPO       TO RF-GRUPO
           MOVE WS-DATA-CONV       TO RF-DATA
           MOVE WS-VALOR-PAGO      TO RF-VALOR
           MOVE 'RETBANCO'         TO RF-OPERADOR
           MOVE WS-TF-ACORDO(WS-FAT-IDX) TO RF-ACORDO
           IF RF-ACORDO NOT = 0
               MOVE 0 TO RF-COMPETENCIA
           END-IF
           WRITE REG-RECFAT
           ADD 1 TO WS-LANCADOS
           ADD WS-VALOR-PAGO TO WS-VALOR-LANCADO

           EVALUATE TRUE
               WHEN WS-TB-SITUACAO(WS-BOL-IDX) = 'L'
                   ADD 1 TO WS-DUPLICADOS
                   MOVE 'PAGO EM DUPLICIDADE' TO WS-LP-SITUACAO
               WHEN WS-VALOR-PAGO < WS-TB-VALOR(WS-BOL-IDX)
                   ADD 1 TO WS-A-MENOR
                   MOVE 'PAGO A MENOR' TO WS-LP-SITUACAO
               WHEN WS-VALOR-PAGO > WS-TB-VALOR(WS-BOL-IDX)
                   ADD 1 TO WS-A-MAIOR
                   MOVE 'PAGO A MAIOR' TO WS-LP-SITUACAO
               WHEN WS-TF-ACORDO(WS-FAT-IDX) NOT = 0
                   STRING 'LANCADO NO ACORDO '
                          WS-TF-ACORDO(WS-FAT-IDX)
                          DELIMITED BY SIZE INTO WS-LP-SITUACAO
                   END-STRING
               WHEN OTHER
                   MOVE 'LANCADO' TO WS-LP-SITUACAO
           END-EVALUATE
           MOVE 'L' TO WS-TB-SITUACAO(WS-BOL-IDX)
           MOVE WS-LINHA-PGTO TO REG-RELRETBCO
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           GO TO P410-FIM
           .
       P410-NAO-LANCADO.
           ADD 1 TO WS-NAO-LANCADOS
           ADD WS-VALOR-PAGO TO WS-VALOR-NAO-LANCADO
           MOVE WS-LINHA-PGTO TO REG-RELRETBCO
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P410-FIM.

      * BOLETO DO NOSSO NUMERO DO DETALHE; FORA DA TABELA, O INDICE
      * FICA ALEM DA QUANTIDADE CARREGADA.
       P420-LOCALIZA-BOLETO.
           SET WS-BOL-IDX TO 1
           SEARCH WS-BOL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BOL-IDX > WS-BOL-QTD
                   CONTINUE
               WHEN WS-TB-NOSSO-NUMERO(WS-BOL-IDX)
                       = CNT-D-NOSSO-NUMERO
                   MOVE WS-TB-COMPETENCIA(WS-BOL-IDX)
                       TO WS-LP-COMPETENCIA
                   MOVE WS-TB-GRUPO(WS-BOL-IDX) TO WS-LP-GRUPO
                   MOVE WS-TB-VALOR(WS-BOL-IDX)
                       TO WS-LP-VALOR-BOLETO
           END-SEARCH
           .
       P420-FIM.

      * GERACAO ANTERIOR GUARDADA EM BOLETOS.OLD PARA RECUO; A NOVA
      * E GRAVADA A PARTIR DELA COM OS BOLETOS PAGOS LIQUIDADOS.
       P500-GUARDAR-GERACAO.
           MOVE SPACES TO WS-GERACAO-PATH
           STRING WS-BOLETOS-PATH DELIMITED BY SPACE
                  '.OLD'          DELIMITED BY SIZE
                  INTO WS-GERACAO-PATH
           END-STRING
           SET FS-BOL-OK TO TRUE
           OPEN INPUT BOLETOS
           IF NOT FS-BOL-OK
               DISPLAY 'ERRO AO REABRIR OS BOLETOS (FS=' WS-FS-BOL
                       '). BOLETOS PAGOS NAO FORAM LIQUIDADOS.'
               MOVE 8 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               GO TO P500-FIM
           END-IF
           SET FS-GER-OK TO TRUE
           OPEN OUTPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO GUARDAR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). BOLETOS PAGOS NAO FORAM '
                       'LIQUIDADOS.'
               MOVE 8 TO WS-FIM-RC
               SET ARQUIVO-OK TO FALSE
               CLOSE BOLETOS
               GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P510-COPIAR-BOLETO THRU P510-FIM
               UNTIL EOF-OK
           CLOSE BOLETOS
           CLOSE GERACAO
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-COPIAR-BOLETO.
           READ BOLETOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           MOVE REG-BOLETO TO REG-GERACAO
           WRITE REG-GERACAO
           .
       P510-FIM.

       P550-LIQUIDAR-BOLETOS.
           SET FS-GER-OK TO TRUE
           OPEN INPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO REABRIR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). BOLETOS NAO FOI ALTERADO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P550-FIM
           END-IF
           SET FS-BOL-OK TO TRUE
           OPEN OUTPUT BOLETOS
           IF NOT FS-BOL-OK
               DISPLAY 'ERRO AO REGRAVAR OS BOLETOS (FS='
                       WS-FS-BOL '). RECUPERE O BOLETOS DA GERACAO '
                       '.OLD.'
               MOVE 8 TO WS-FIM-RC
               CLOSE GERACAO
               GO TO P550-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P560-LIQUIDAR-BOLETO THRU P560-FIM
               UNTIL EOF-OK
           CLOSE GERACAO
           CLOSE BOLETOS
           SET EOF-OK TO FALSE
           DISPLAY 'BOLETOS LIQUIDADOS....: ' WS-LIQUIDADOS
           .
       P550-FIM.

       P560-LIQUIDAR-BOLETO.
           READ GERACAO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P560-FIM
           END-READ
           MOVE REG-GERACAO TO REG-BOLETO
           IF BOL-NOSSO-NUMERO NUMERIC AND NOT BOL-LIQUIDADO
               SET WS-BOL-IDX TO 1
               SEARCH WS-BOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BOL-IDX > WS-BOL-QTD
                       CONTINUE
                   WHEN WS-TB-NOSSO-NUMERO(WS-BOL-IDX)
                           = BOL-NOSSO-NUMERO
                       IF WS-TB-SITUACAO(WS-BOL-IDX) = 'L'
                           SET BOL-LIQUIDADO TO TRUE
                           ADD 1 TO WS-LIQUIDADOS
                       END-IF
               END-SEARCH
           END-IF
           WRITE REG-BOLETO
           .
       P560-FIM.

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
               MOVE 'CARGARET'      TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O ARQUIVO PROCESSADO '
                       '(FS=' WS-FS-ARQ '). NAO RECARREGUE ESTE '
                       'RETORNO.'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P600-FIM.

      * DATA DDMMAA DO BANCO PARA AAAAMMDD (SECULO 2000).
       P700-DATA-AAAAMMDD.
           MOVE '20'            TO WS-DATA-CONV(1:2)
           MOVE WS-DDMMAA(5:2)  TO WS-DATA-CONV(3:2)
           MOVE WS-DDMMAA(3:2)  TO WS-DATA-CONV(5:2)
           MOVE WS-DDMMAA(1:2)  TO WS-DATA-CONV(7:2)
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELRETBCO
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELRETBCO TRAILING)
           MOVE SPACES TO REG-RELRETBCO
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CARGARET.
