      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: EXPORTACAO DO LOTE MENSAL DE RPS (RECIBO PROVISORIO
      *          DE SERVICO) PARA A PREFEITURA EMITIR AS NFS-E DAS
      *          FATURAS DO DIRETORIO. CADA FATURA DA COMPETENCIA NO
      *          FATHIST (COMPETENCIA + GRUPO, VALOR SOMADO DAS
      *          LINHAS) SEM RPS ATIVO OU CANCELADO NO REGISTRO
      *          FISCAL (NFSEREG) RECEBE O PROXIMO NUMERO DE RPS DO
      *          RPSCTL. FATURA DE
      *          QUALQUER COMPETENCIA CUJO RPS FOI REJEITADO PELA
      *          PREFEITURA E NAO TEM OUTRO ATIVO RECEBE UM RPS NOVO
      *          NA MESMA NUMERACAO. VAO NO LOTE OS RPS NOVOS, OS
      *          PENDENTES (SUBSTITUTOS GERADOS PELO CANCNFSE) E OS
      *          CANCELAMENTOS SEM SUBSTITUICAO; TODOS PASSAM A
      *          ENVIADOS COM O NUMERO DO LOTE. A GERACAO ANTERIOR DO
      *          NFSEREG FICA EM NFSEREG.OLD PARA RECUO.
      *          A COMPETENCIA VEM DE COMPETENCIA_NFSE (AAAAMM); SEM
      *          ELA, O MES DA DATA DE PROCESSAMENTO.
      *          LAYOUT DO LOTE DA PREFEITURA (200 POSICOES): '1' +
      *          VERSAO(3) + CNPJ(14) + INSCRICAO MUNICIPAL(15) +
      *          LOTE(7) + PRIMEIRA E ULTIMA DATA DE EMISSAO(8+8);
      *          '2' + 'RPS' (5) + SERIE(5) + NUMERO(9) + EMISSAO(8)
      *          + TRIBUTACAO(1) + VALOR DOS SERVICOS(13) + DEDUCOES
      *          (13) + CODIGO DO SERVICO(5) + ALIQUOTA(5) + ISS
      *          RETIDO(1: 2 = NAO) + VALOR DO ISS(13) + RPS
      *          SUBSTITUIDO(9) + COMPETENCIA(6) + TOMADOR(40) +
      *          DISCRIMINACAO(60); '3' + SERIE(5) + NUMERO DO RPS(9)
      *          + NFS-E(12) + MOTIVO DO CANCELAMENTO(60); '9' +
      *          QUANTIDADE DE RPS(7) + QUANTIDADE DE CANCELAMENTOS
      *          (7) + VALOR TOTAL DOS SERVICOS(15) + VALOR TOTAL DO
      *          ISS(15). VALORES EM CENTAVOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPNFSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FATHIST ASSIGN TO DYNAMIC
               WS-FATHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT NFSEREG ASSIGN TO DYNAMIC
               WS-NFSEREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFR.

               SELECT GERACAO ASSIGN TO DYNAMIC
               WS-GERACAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GER.

               SELECT RPSCTL ASSIGN TO DYNAMIC
               WS-RPSCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPC.

               SELECT NFSELOTE ASSIGN TO DYNAMIC
               WS-NFSELOTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOT.

               SELECT GRUPTAB ASSIGN TO DYNAMIC
               WS-GRUPTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GRU.

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
       FD FATHIST.
       01 REG-FATHIST.
           03 FH-COMPETENCIA         PIC 9(06).
           03 FH-GRUPO               PIC 9(02).
           03 FH-QUANTIDADE          PIC 9(05).
           03 FH-PRECO               PIC S9(09)V99
               SIGN IS LEADING SEPARATE.
           03 FH-VALOR               PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       FD NFSEREG.
          COPY NFSEREG.

       FD GERACAO.
       01 REG-GERACAO               PIC X(151).

       FD RPSCTL.
          COPY RPSCTL.

       FD NFSELOTE.
       01 REG-NFSELOTE.
           03 LOT-TIPO               PIC X(01).
           03 LOT-RESTO              PIC X(199).
       01 LOT-VISAO-HEADER REDEFINES REG-NFSELOTE.
           03 FILLER                 PIC X(01).
           03 LOT-VERSAO             PIC X(03).
           03 LOT-CNPJ               PIC 9(14).
           03 LOT-INSCRICAO-MUNIC    PIC X(15).
           03 LOT-LOTE               PIC 9(07).
           03 LOT-DATA-INICIO        PIC 9(08).
           03 LOT-DATA-FIM           PIC 9(08).
           03 FILLER                 PIC X(144).
       01 LOT-VISAO-RPS REDEFINES REG-NFSELOTE.
           03 FILLER                 PIC X(01).
           03 LOT-TIPO-RPS           PIC X(05).
           03 LOT-SERIE              PIC X(05).
           03 LOT-RPS                PIC 9(09).
           03 LOT-EMISSAO            PIC 9(08).
           03 LOT-TRIBUTACAO         PIC X(01).
           03 LOT-VALOR-SERVICOS     PIC 9(13).
           03 LOT-VALOR-DEDUCOES     PIC 9(13).
           03 LOT-COD-SERVICO        PIC 9(05).
           03 LOT-ALIQUOTA           PIC 9(05).
           03 LOT-ISS-RETIDO         PIC X(01).
           03 LOT-VALOR-ISS          PIC 9(13).
           03 LOT-RPS-SUBSTITUIDO    PIC 9(09).
           03 LOT-COMPETENCIA        PIC 9(06).
           03 LOT-TOMADOR            PIC X(40).
           03 LOT-DISCRIMINACAO      PIC X(60).
           03 FILLER                 PIC X(06).
       01 LOT-VISAO-CANCELAMENTO REDEFINES REG-NFSELOTE.
           03 FILLER                 PIC X(01).
           03 LOT-C-SERIE            PIC X(05).
           03 LOT-C-RPS              PIC 9(09).
           03 LOT-C-NFSE             PIC 9(12).
           03 LOT-C-MOTIVO           PIC X(60).
           03 FILLER                 PIC X(113).
       01 LOT-VISAO-TRAILER REDEFINES REG-NFSELOTE.
           03 FILLER                 PIC X(01).
           03 LOT-QTD-RPS            PIC 9(07).
           03 LOT-QTD-CANCELAMENTOS  PIC 9(07).
           03 LOT-TOTAL-SERVICOS     PIC 9(15).
           03 LOT-TOTAL-ISS          PIC 9(15).
           03 FILLER                 PIC X(155).

      * DESCRICAO DO GRUPO, NOME DO TOMADOR NO RPS.
       FD GRUPTAB.
       01 REG-GRUPTAB.
           03 GRUPTAB-COD               PIC 9(02).
           03 GRUPTAB-DESC              PIC X(20).
           03 GRUPTAB-ATIVO             PIC X(01).

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-NFSEREG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'.
       77 WS-GERACAO-PATH           PIC X(100) VALUE SPACES.
       77 WS-RPSCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RPSCTL.TXT'.
       77 WS-NFSELOTE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NFSELOTE.TXT'.
       77 WS-GRUPTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\GRUPTAB.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-NFR                 PIC 99.
          88 FS-NFR-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-RPC                 PIC 99.
          88 FS-RPC-OK              VALUE 0.
       77 WS-FS-LOT                 PIC 99.
          88 FS-LOT-OK              VALUE 0.
       77 WS-FS-GRU                 PIC 99.
          88 FS-GRU-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'EXPNFSE'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'EXPNFSE'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-COMPETENCIA-TXT        PIC X(06) VALUE SPACES.
       77 WS-LOTE                   PIC 9(07) VALUE ZEROES.
       77 WS-DATA-INICIO            PIC 9(08) VALUE ZEROES.

       77 WS-TEM-REGISTRO           PIC X VALUE 'N'.
          88 TEM-REGISTRO           VALUE 'S' FALSE 'N'.

      * FATURAS CANDIDATAS A RPS: AS DA COMPETENCIA E AS DE RPS
      * REJEITADO, COM O VALOR SOMADO DO FATHIST E A MARCA DE RPS
      * ATIVO (P, E OU A) NO REGISTRO FISCAL.
       77 WS-CHV-QTD                PIC 9(05) VALUE ZEROES.
       01 WS-TAB-CHAVES.
           03 WS-CHV-ENTRY OCCURS 20000 TIMES INDEXED BY WS-CHV-IDX.
               05 WS-TC-CHAVE.
                   07 WS-TC-COMPETENCIA  PIC 9(06).
                   07 WS-TC-GRUPO        PIC 9(02).
               05 WS-TC-ATIVO        PIC X(01).
               05 WS-TC-REJEITADO    PIC X(01).
               05 WS-TC-FATURADA     PIC X(01).
               05 WS-TC-VALOR        PIC S9(11)V99.
       01 WS-CHAVE.
           03 WS-CHAVE-COMPETENCIA   PIC 9(06).
           03 WS-CHAVE-GRUPO         PIC 9(02).

       01 WS-TAB-DESC-GRUPOS.
           03 WS-GRP-DESC OCCURS 99 TIMES PIC X(20).

       77 WS-PENDENTES              PIC 9(05) VALUE ZEROES.
       77 WS-CANC-PENDENTES         PIC 9(05) VALUE ZEROES.
       77 WS-NOVAS                  PIC 9(05) VALUE ZEROES.
       77 WS-REEMITIDAS             PIC 9(05) VALUE ZEROES.
       77 WS-QTD-RPS                PIC 9(07) VALUE ZEROES.
       77 WS-QTD-CANC               PIC 9(07) VALUE ZEROES.
       77 WS-CENTAVOS               PIC 9(13) VALUE ZEROES.
       77 WS-VALOR-ISS              PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-SERVICOS         PIC 9(15) VALUE ZEROES.
       77 WS-TOTAL-ISS              PIC 9(15) VALUE ZEROES.
       77 WS-ALIQUOTA-LOTE          PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** EXPORTACAO DO LOTE DE RPS (NFS-E) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-LER-CONTROLE THRU P150-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P160-CARREGAR-GRUPOS THRU P160-FIM
           PERFORM P200-LER-REGISTRO THRU P200-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P300-LER-FATURAS THRU P300-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P350-CONTAR-NOVA THRU P350-FIM
               VARYING WS-CHV-IDX FROM 1 BY 1
               UNTIL WS-CHV-IDX > WS-CHV-QTD

           IF WS-PENDENTES = 0 AND WS-CANC-PENDENTES = 0
                   AND WS-NOVAS = 0 AND WS-REEMITIDAS = 0
               DISPLAY 'NENHUM RPS OU CANCELAMENTO A ENVIAR.'
               GO TO P000-ENCERRAR
           END-IF

           PERFORM P400-GERAR-LOTE THRU P400-FIM
           IF WS-FIM-RC > 4
               GO TO P000-ENCERRAR
           END-IF
           PERFORM P600-GRAVAR-CONTROLE THRU P600-FIM

           DISPLAY 'LOTE.................: ' WS-LOTE
           DISPLAY 'RPS NOVOS............: ' WS-NOVAS
           DISPLAY 'RPS DE REJEITADOS....: ' WS-REEMITIDAS
           DISPLAY 'RPS SUBSTITUTOS......: ' WS-PENDENTES
           DISPLAY 'CANCELAMENTOS........: ' WS-CANC-PENDENTES
           DISPLAY 'ULTIMO RPS...........: ' RPC-ULT-RPS
           .
       P000-ENCERRAR.
           MOVE WS-QTD-RPS        TO WS-FIM-CONT1
           MOVE WS-QTD-CANC       TO WS-FIM-CONT2
           MOVE WS-REEMITIDAS     TO WS-FIM-CONT3
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
           DISPLAY 'FATHIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATHIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FATHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'
                   TO WS-FATHIST-PATH
           END-IF

           DISPLAY 'NFSEREG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NFSEREG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NFSEREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'
                   TO WS-NFSEREG-PATH
           END-IF

           DISPLAY 'RPSCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RPSCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RPSCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RPSCTL.TXT'
                   TO WS-RPSCTL-PATH
           END-IF

           DISPLAY 'NFSELOTE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-NFSELOTE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-NFSELOTE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NFSELOTE.TXT'
                   TO WS-NFSELOTE-PATH
           END-IF

           DISPLAY 'GRUPTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-GRUPTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-GRUPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\GRUPTAB.TXT' TO WS-GRUPTAB-PATH
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

      * A COMPETENCIA PODE VIR DO AMBIENTE (COMPETENCIA_NFSE) PARA
      * EXPORTAR UM MES PASSADO; SEM ELA, VALE O MES DA DATA DE
      * PROCESSAMENTO.
           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           DISPLAY 'COMPETENCIA_NFSE'    UPON ENVIRONMENT-NAME
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

       P150-LER-CONTROLE.
           SET FS-RPC-OK TO TRUE
           OPEN INPUT RPSCTL
           IF NOT FS-RPC-OK
               DISPLAY 'CONTROLE DE NUMERACAO DE RPS NAO ENCONTRADO '
                       '(FS=' WS-FS-RPC ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P150-FIM
           END-IF
           READ RPSCTL
               AT END
                   MOVE SPACES TO REG-RPSCTL
           END-READ
           CLOSE RPSCTL
           IF RPC-CNPJ NOT NUMERIC OR RPC-COD-SERVICO NOT NUMERIC
                   OR RPC-ALIQUOTA NOT NUMERIC
                   OR RPC-ULT-RPS NOT NUMERIC
                   OR RPC-ULT-LOTE NOT NUMERIC
                   OR RPC-SERIE = SPACES
               DISPLAY 'CONTROLE DE NUMERACAO DE RPS INVALIDO.'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P150-FIM.

       P160-CARREGAR-GRUPOS.
           MOVE SPACES TO WS-TAB-DESC-GRUPOS
           SET EOF-OK TO FALSE
           SET FS-GRU-OK TO TRUE
           OPEN INPUT GRUPTAB
           IF FS-GRU-OK
               PERFORM P165-CARREGAR-GRUPO THRU P165-FIM
                   UNTIL EOF-OK
               CLOSE GRUPTAB
           END-IF
           SET EOF-OK TO FALSE
           .
       P160-FIM.

       P165-CARREGAR-GRUPO.
           READ GRUPTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P165-FIM
           END-READ
           IF GRUPTAB-COD NUMERIC AND GRUPTAB-COD > 0
               MOVE GRUPTAB-DESC TO WS-GRP-DESC(GRUPTAB-COD)
           END-IF
           .
       P165-FIM.

      * REGISTRO FISCAL: QUAIS FATURAS JA TEM RPS ATIVO, QUAIS SO
      * TEM RPS REJEITADO, E O QUE ESTA PENDENTE DE ENVIO. SEM O
      * ARQUIVO (PRIMEIRO LOTE), NADA A CONSIDERAR.
       P200-LER-REGISTRO.
           MOVE 0 TO WS-CHV-QTD
           MOVE WS-DATA-SISTEMA TO WS-DATA-INICIO
           SET TEM-REGISTRO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-NFR-OK TO TRUE
           OPEN INPUT NFSEREG
           IF WS-FS-NFR = 35
               GO TO P200-FIM
           END-IF
           IF NOT FS-NFR-OK
               DISPLAY 'ERRO AO LER O REGISTRO FISCAL (FS='
                       WS-FS-NFR ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           SET TEM-REGISTRO TO TRUE
           PERFORM P210-LER-RPS THRU P210-FIM
               UNTIL EOF-OK OR WS-FIM-RC > 4
           CLOSE NFSEREG
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-RPS.
           READ NFSEREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF NFR-PENDENTE
               ADD 1 TO WS-PENDENTES
               IF NFR-EMISSAO < WS-DATA-INICIO
                   MOVE NFR-EMISSAO TO WS-DATA-INICIO
               END-IF
           END-IF
           IF NFR-CANCELADO AND NFR-CANC-A-ENVIAR
               ADD 1 TO WS-CANC-PENDENTES
           END-IF
           MOVE NFR-COMPETENCIA TO WS-CHAVE-COMPETENCIA
           MOVE NFR-GRUPO       TO WS-CHAVE-GRUPO
           PERFORM P250-LOCALIZA-CHAVE THRU P250-FIM
           IF WS-FIM-RC > 4
               GO TO P210-FIM
           END-IF
      * NFS-E CANCELADA SEM REEMISSAO FOI DECISAO DO FINANCEIRO: A
      * FATURA NAO RECEBE OUTRO RPS SOZINHA.
           IF NFR-ATIVO OR NFR-CANCELADO
               MOVE 'S' TO WS-TC-ATIVO(WS-CHV-IDX)
           END-IF
           IF NFR-REJEITADO
               MOVE 'S' TO WS-TC-REJEITADO(WS-CHV-IDX)
           END-IF
           .
       P210-FIM.

      * ENTRADA DA FATURA WS-CHAVE NA TABELA; FATURA NOVA ENTRA NO
      * FIM.
       P250-LOCALIZA-CHAVE.
           SET WS-CHV-IDX TO 1
           SEARCH WS-CHV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHV-IDX > WS-CHV-QTD
                   CONTINUE
               WHEN WS-TC-CHAVE(WS-CHV-IDX) = WS-CHAVE
                   GO TO P250-FIM
           END-SEARCH
           IF WS-CHV-QTD NOT < 20000
               DISPLAY 'MAIS DE 20000 FATURAS NO REGISTRO FISCAL. '
                   'LOTE NAO GERADO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P250-FIM
           END-IF
           ADD 1 TO WS-CHV-QTD
           SET WS-CHV-IDX TO WS-CHV-QTD
           MOVE WS-CHAVE TO WS-TC-CHAVE(WS-CHV-IDX)
           MOVE 'N'      TO WS-TC-ATIVO(WS-CHV-IDX)
           MOVE 'N'      TO WS-TC-REJEITADO(WS-CHV-IDX)
           MOVE 'N'      TO WS-TC-FATURADA(WS-CHV-IDX)
           MOVE 0        TO WS-TC-VALOR(WS-CHV-IDX)
           .
       P250-FIM.

      * VALOR DAS FATURAS CANDIDATAS: TODAS AS DA COMPETENCIA E AS
      * DE OUTRAS COMPETENCIAS QUE TEM RPS REJEITADO.
       P300-LER-FATURAS.
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATHIST
           IF NOT FS-HIS-OK
               DISPLAY 'HISTORICO DE FATURAMENTO NAO ENCONTRADO (FS='
                       WS-FS-HIS ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P300-FIM
           END-IF
           PERFORM P310-LER-FATURA THRU P310-FIM
               UNTIL EOF-OK OR WS-FIM-RC > 4
           CLOSE FATHIST
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-LER-FATURA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF FH-COMPETENCIA NOT NUMERIC OR FH-GRUPO NOT NUMERIC
               GO TO P310-FIM
           END-IF
           MOVE FH-COMPETENCIA TO WS-CHAVE-COMPETENCIA
           MOVE FH-GRUPO       TO WS-CHAVE-GRUPO
           IF FH-COMPETENCIA = WS-COMPETENCIA
               PERFORM P250-LOCALIZA-CHAVE THRU P250-FIM
               IF WS-FIM-RC > 4
                   GO TO P310-FIM
               END-IF
           ELSE
               SET WS-CHV-IDX TO 1
               SEARCH WS-CHV-ENTRY
                   AT END
                       GO TO P310-FIM
                   WHEN WS-CHV-IDX > WS-CHV-QTD
                       GO TO P310-FIM
                   WHEN WS-TC-CHAVE(WS-CHV-IDX) = WS-CHAVE
                       CONTINUE
               END-SEARCH
               IF WS-TC-REJEITADO(WS-CHV-IDX) NOT = 'S'
                   GO TO P310-FIM
               END-IF
           END-IF
           MOVE 'S' TO WS-TC-FATURADA(WS-CHV-IDX)
           ADD FH-VALOR TO WS-TC-VALOR(WS-CHV-IDX)
           .
       P310-FIM.

       P350-CONTAR-NOVA.
           IF WS-TC-FATURADA(WS-CHV-IDX) NOT = 'S'
                   OR WS-TC-ATIVO(WS-CHV-IDX) = 'S'
                   OR WS-TC-VALOR(WS-CHV-IDX) NOT > 0
               GO TO P350-FIM
           END-IF
           IF WS-TC-REJEITADO(WS-CHV-IDX) = 'S'
               ADD 1 TO WS-REEMITIDAS
           ELSE
               ADD 1 TO WS-NOVAS
           END-IF
           .
       P350-FIM.

      * O LOTE: PRIMEIRO OS PENDENTES E CANCELAMENTOS DO REGISTRO,
      * REGRAVADO A PARTIR DA GERACAO ANTERIOR; DEPOIS OS RPS NOVOS,
      * ACRESCENTADOS NO FIM DO REGISTRO.
       P400-GERAR-LOTE.
           COMPUTE WS-LOTE = RPC-ULT-LOTE + 1
           COMPUTE WS-ALIQUOTA-LOTE = RPC-ALIQUOTA * 10000
           IF TEM-REGISTRO
               PERFORM P410-GUARDAR-GERACAO THRU P410-FIM
               IF WS-FIM-RC > 4
                   GO TO P400-FIM
               END-IF
           END-IF

           SET FS-LOT-OK TO TRUE
           OPEN OUTPUT NFSELOTE
           IF NOT FS-LOT-OK
               DISPLAY 'ERRO AO GRAVAR O LOTE DE RPS (FS='
                       WS-FS-LOT ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P400-FIM
           END-IF
           IF TEM-REGISTRO
               SET FS-GER-OK TO TRUE
               OPEN INPUT GERACAO
               IF NOT FS-GER-OK
                   DISPLAY 'ERRO AO REABRIR A GERACAO ANTERIOR (FS='
                           WS-FS-GER '). LOTE NAO GERADO.'
                   MOVE 8 TO WS-FIM-RC
                   CLOSE NFSELOTE
                   GO TO P400-FIM
               END-IF
           END-IF
           SET FS-NFR-OK TO TRUE
           OPEN OUTPUT NFSEREG
           IF NOT FS-NFR-OK
               DISPLAY 'ERRO AO REGRAVAR O REGISTRO FISCAL (FS='
                       WS-FS-NFR '). RECUPERE O NFSEREG DA GERACAO '
                       '.OLD.'
               MOVE 8 TO WS-FIM-RC
               CLOSE NFSELOTE
               IF TEM-REGISTRO
                   CLOSE GERACAO
               END-IF
               GO TO P400-FIM
           END-IF

           MOVE SPACES              TO REG-NFSELOTE
           MOVE '1'                 TO LOT-TIPO
           MOVE '001'               TO LOT-VERSAO
           MOVE RPC-CNPJ            TO LOT-CNPJ
           MOVE RPC-INSCRICAO-MUNIC TO LOT-INSCRICAO-MUNIC
           MOVE WS-LOTE             TO LOT-LOTE
           MOVE WS-DATA-INICIO      TO LOT-DATA-INICIO
           MOVE WS-DATA-SISTEMA     TO LOT-DATA-FIM
           WRITE REG-NFSELOTE

           IF TEM-REGISTRO
               SET EOF-OK TO FALSE
               PERFORM P430-REGRAVAR-RPS THRU P430-FIM
                   UNTIL EOF-OK
               CLOSE GERACAO
               SET EOF-OK TO FALSE
           END-IF
           PERFORM P450-EMITIR-RPS THRU P450-FIM
               VARYING WS-CHV-IDX FROM 1 BY 1
               UNTIL WS-CHV-IDX > WS-CHV-QTD

           MOVE SPACES             TO REG-NFSELOTE
           MOVE '9'                TO LOT-TIPO
           MOVE WS-QTD-RPS         TO LOT-QTD-RPS
           MOVE WS-QTD-CANC        TO LOT-QTD-CANCELAMENTOS
           MOVE WS-TOTAL-SERVICOS  TO LOT-TOTAL-SERVICOS
           MOVE WS-TOTAL-ISS       TO LOT-TOTAL-ISS
           WRITE REG-NFSELOTE
           CLOSE NFSELOTE
           CLOSE NFSEREG
           .
       P400-FIM.

      * GERACAO ANTERIOR GUARDADA EM NFSEREG.OLD PARA RECUO.
       P410-GUARDAR-GERACAO.
           MOVE SPACES TO WS-GERACAO-PATH
           STRING WS-NFSEREG-PATH DELIMITED BY SPACE
                  '.OLD'          DELIMITED BY SIZE
                  INTO WS-GERACAO-PATH
           END-STRING
           SET FS-NFR-OK TO TRUE
           OPEN INPUT NFSEREG
           IF NOT FS-NFR-OK
               DISPLAY 'ERRO AO REABRIR O REGISTRO FISCAL (FS='
                       WS-FS-NFR '). LOTE NAO GERADO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P410-FIM
           END-IF
           SET FS-GER-OK TO TRUE
           OPEN OUTPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO GUARDAR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). LOTE NAO GERADO.'
               MOVE 8 TO WS-FIM-RC
               CLOSE NFSEREG
               GO TO P410-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P420-COPIAR-RPS THRU P420-FIM
               UNTIL EOF-OK
           CLOSE NFSEREG
           CLOSE GERACAO
           SET EOF-OK TO FALSE
           .
       P410-FIM.

       P420-COPIAR-RPS.
           READ NFSEREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P420-FIM
           END-READ
           MOVE REG-NFSEREG TO REG-GERACAO
           WRITE REG-GERACAO
           .
       P420-FIM.

       P430-REGRAVAR-RPS.
           READ GERACAO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P430-FIM
           END-READ
           MOVE REG-GERACAO TO REG-NFSEREG
           IF NFR-PENDENTE
               PERFORM P470-GRAVAR-DETALHE THRU P470-FIM
           END-IF
           IF NFR-CANCELADO AND NFR-CANC-A-ENVIAR
               MOVE SPACES      TO REG-NFSELOTE
               MOVE '3'         TO LOT-TIPO
               MOVE NFR-SERIE   TO LOT-C-SERIE
               MOVE NFR-RPS     TO LOT-C-RPS
               MOVE NFR-NFSE    TO LOT-C-NFSE
               MOVE NFR-MOTIVO  TO LOT-C-MOTIVO
               WRITE REG-NFSELOTE
               ADD 1 TO WS-QTD-CANC
               SET NFR-CANC-ENVIADO TO TRUE
           END-IF
           WRITE REG-NFSEREG
           .
       P430-FIM.

      * RPS NOVO PARA A FATURA SEM RPS ATIVO, NO PROXIMO NUMERO DO
      * CONTROLE.
       P450-EMITIR-RPS.
           IF WS-TC-FATURADA(WS-CHV-IDX) NOT = 'S'
                   OR WS-TC-ATIVO(WS-CHV-IDX) = 'S'
                   OR WS-TC-VALOR(WS-CHV-IDX) NOT > 0
               GO TO P450-FIM
           END-IF
           ADD 1 TO RPC-ULT-RPS
           MOVE SPACES                      TO REG-NFSEREG
           MOVE RPC-SERIE                   TO NFR-SERIE
           MOVE RPC-ULT-RPS                 TO NFR-RPS
           MOVE WS-TC-COMPETENCIA(WS-CHV-IDX) TO NFR-COMPETENCIA
           MOVE WS-TC-GRUPO(WS-CHV-IDX)     TO NFR-GRUPO
           MOVE WS-DATA-SISTEMA             TO NFR-EMISSAO
           MOVE WS-TC-VALOR(WS-CHV-IDX)     TO NFR-VALOR
           MOVE 0                           TO NFR-LOTE
           MOVE 0                           TO NFR-NFSE
           MOVE WS-DATA-SISTEMA             TO NFR-DT-SITUACAO
           MOVE 0                           TO NFR-RPS-SUBSTITUIDO
           MOVE SPACES                      TO NFR-CANC-ENVIO
           PERFORM P470-GRAVAR-DETALHE THRU P470-FIM
           WRITE REG-NFSEREG
           MOVE 'S' TO WS-TC-ATIVO(WS-CHV-IDX)
           .
       P450-FIM.

      * DETALHE DO RPS NO LOTE; O RPS PASSA A ENVIADO NESTE LOTE.
       P470-GRAVAR-DETALHE.
           MOVE SPACES              TO REG-NFSELOTE
           MOVE '2'                 TO LOT-TIPO
           MOVE 'RPS'               TO LOT-TIPO-RPS
           MOVE NFR-SERIE           TO LOT-SERIE
           MOVE NFR-RPS             TO LOT-RPS
           MOVE NFR-EMISSAO         TO LOT-EMISSAO
           MOVE 'T'                 TO LOT-TRIBUTACAO
           COMPUTE WS-CENTAVOS = NFR-VALOR * 100
           MOVE WS-CENTAVOS         TO LOT-VALOR-SERVICOS
           MOVE 0                   TO LOT-VALOR-DEDUCOES
           MOVE RPC-COD-SERVICO     TO LOT-COD-SERVICO
           MOVE WS-ALIQUOTA-LOTE    TO LOT-ALIQUOTA
           MOVE '2'                 TO LOT-ISS-RETIDO
           COMPUTE WS-VALOR-ISS ROUNDED = NFR-VALOR * RPC-ALIQUOTA
           COMPUTE LOT-VALOR-ISS = WS-VALOR-ISS * 100
           MOVE NFR-RPS-SUBSTITUIDO TO LOT-RPS-SUBSTITUIDO
           MOVE NFR-COMPETENCIA     TO LOT-COMPETENCIA
           IF NFR-GRUPO > 0 AND WS-GRP-DESC(NFR-GRUPO) NOT = SPACES
               MOVE WS-GRP-DESC(NFR-GRUPO) TO LOT-TOMADOR
           ELSE
               STRING 'DEPARTAMENTO GRUPO ' NFR-GRUPO
                      DELIMITED BY SIZE INTO LOT-TOMADOR
               END-STRING
           END-IF
           STRING 'SERVICO DE DIRETORIO - COMPETENCIA '
                  NFR-COMPETENCIA(5:2) '/' NFR-COMPETENCIA(1:4)
                  ' - GRUPO ' NFR-GRUPO
                  DELIMITED BY SIZE INTO LOT-DISCRIMINACAO
           END-STRING
           WRITE REG-NFSELOTE
           ADD 1 TO WS-QTD-RPS
           ADD WS-CENTAVOS TO WS-TOTAL-SERVICOS
           ADD LOT-VALOR-ISS TO WS-TOTAL-ISS

           SET NFR-ENVIADO TO TRUE
           MOVE WS-LOTE         TO NFR-LOTE
           MOVE WS-DATA-SISTEMA TO NFR-DT-SITUACAO
           .
       P470-FIM.

      * CONTROLE REGRAVADO COM O ULTIMO RPS E O ULTIMO LOTE, PARA A
      * NUMERACAO SEGUIR NA PROXIMA RODADA.
       P600-GRAVAR-CONTROLE.
           MOVE WS-LOTE TO RPC-ULT-LOTE
           SET FS-RPC-OK TO TRUE
           OPEN OUTPUT RPSCTL
           IF FS-RPC-OK
               WRITE REG-RPSCTL
               CLOSE RPSCTL
           ELSE
               DISPLAY 'ERRO AO REGRAVAR O CONTROLE DE RPS (FS='
                   WS-FS-RPC '). ACERTE O ULTIMO RPS PARA '
                   RPC-ULT-RPS ' E O LOTE PARA ' RPC-ULT-LOTE
                   ' ANTES DA PROXIMA RODADA.'
               MOVE 8 TO WS-FIM-RC
           END-IF
           .
       P600-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM EXPNFSE.
