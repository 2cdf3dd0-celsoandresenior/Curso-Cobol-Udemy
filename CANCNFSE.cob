      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CANCELAMENTO DE NFS-E DE FATURA DO DIRETORIO, COM OU
      *          SEM REEMISSAO. O FINANCEIRO INFORMA A FATURA
      *          (COMPETENCIA + GRUPO); SO O RPS AUTORIZADO PELA
      *          PREFEITURA PODE SER CANCELADO. O RPS PASSA A
      *          CANCELADO COM O MOTIVO. NA REEMISSAO, UM RPS NOVO E
      *          TIRADO DA MESMA NUMERACAO DO RPSCTL, COM O VALOR
      *          ATUAL DA FATURA NO FATHIST E O NUMERO DO RPS QUE ELE
      *          SUBSTITUI, E FICA PENDENTE PARA O PROXIMO LOTE DO
      *          EXPNFSE (A SUBSTITUICAO CANCELA A NFS-E ANTERIOR NA
      *          PREFEITURA). SEM REEMISSAO, O PEDIDO DE CANCELAMENTO
      *          VAI NO PROXIMO LOTE. A GERACAO ANTERIOR DO NFSEREG
      *          FICA EM NFSEREG.OLD PARA RECUO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCNFSE.

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

       DATA DIVISION.

       FILE SECTION.
      * HISTORICO DE FATURAMENTO GRAVADO PELO FATCONT, UMA LINHA
      * POR GRUPO FATURADO.
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

       WORKING-STORAGE SECTION.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-NFSEREG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NFSEREG.TXT'.
       77 WS-GERACAO-PATH           PIC X(100) VALUE SPACES.
       77 WS-RPSCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RPSCTL.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-NFR                 PIC 99.
          88 FS-NFR-OK              VALUE 0.
       77 WS-FS-GER                 PIC 99.
          88 FS-GER-OK              VALUE 0.
       77 WS-FS-RPC                 PIC 99.
          88 FS-RPC-OK              VALUE 0.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-GRUPO                  PIC 9(02) VALUE ZEROES.
       77 WS-MOTIVO                 PIC X(60) VALUE SPACES.
       77 WS-VALOR-FATURA           PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.

      * RPS ATIVO DA FATURA INFORMADA.
       77 WS-RPS-SERIE              PIC X(05) VALUE SPACES.
       77 WS-RPS-NUMERO             PIC 9(09) VALUE ZEROES.
       77 WS-RPS-SITUACAO           PIC X(01) VALUE SPACES.
       77 WS-RPS-NFSE               PIC 9(12) VALUE ZEROES.
       77 WS-NOVO-RPS               PIC 9(09) VALUE ZEROES.

       77 WS-RPS-ACHADO             PIC X VALUE 'N'.
          88 RPS-ACHADO             VALUE 'S' FALSE 'N'.
       77 WS-FATURA-ACHADA          PIC X VALUE 'N'.
          88 FATURA-ACHADA          VALUE 'S' FALSE 'N'.
       77 WS-REEMITIR               PIC X VALUE 'N'.
          88 REEMITIR               VALUE 'S'.
       77 WS-CONFIRMA               PIC X VALUE 'N'.
          88 CONFIRMADO             VALUE 'S'.
       77 WS-GRAVACAO-OK            PIC X VALUE 'N'.
          88 GRAVACAO-OK            VALUE 'S' FALSE 'N'.

       77 WS-CANCELADAS             PIC 9(05) VALUE ZEROES.
       77 WS-REEMITIDAS             PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CANCELAMENTO DE NFS-E DE FATURAS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           SET EXIT-OK TO FALSE
           PERFORM P200-CANCELAR THRU P200-FIM UNTIL EXIT-OK
           DISPLAY 'NFS-E CANCELADAS.....: ' WS-CANCELADAS
           DISPLAY 'RPS DE REEMISSAO.....: ' WS-REEMITIDAS
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

           MOVE SPACES TO WS-GERACAO-PATH
           STRING WS-NFSEREG-PATH DELIMITED BY SPACE
                  '.OLD'          DELIMITED BY SIZE
                  INTO WS-GERACAO-PATH
           END-STRING

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P200-CANCELAR.
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           DISPLAY 'INFORME O GRUPO (CODIGO DA GRUPTAB): '
           ACCEPT WS-GRUPO

           PERFORM P300-PROCURA-RPS THRU P300-FIM
           IF NOT RPS-ACHADO
               DISPLAY 'NENHUM RPS ATIVO PARA ESSA COMPETENCIA/GRUPO.'
               GO TO P200-CONTINUA
           END-IF
           IF WS-RPS-SITUACAO NOT = 'A'
               DISPLAY 'RPS ' WS-RPS-SERIE ' ' WS-RPS-NUMERO
                   ' AINDA NAO AUTORIZADO (SITUACAO '
                   WS-RPS-SITUACAO '). SO NFS-E AUTORIZADA PODE '
                   'SER CANCELADA.'
               GO TO P200-CONTINUA
           END-IF
           DISPLAY 'RPS ' WS-RPS-SERIE ' ' WS-RPS-NUMERO
               ' - NFS-E ' WS-RPS-NFSE

           DISPLAY 'INFORME O MOTIVO DO CANCELAMENTO: '
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. CANCELAMENTO RECUSADO.'
               GO TO P200-CONTINUA
           END-IF
           DISPLAY 'REEMITIR A NFS-E COM NOVO RPS (S/N)? '
           ACCEPT WS-REEMITIR
           IF REEMITIR
               PERFORM P350-SOMA-FATURA THRU P350-FIM
               IF NOT FATURA-ACHADA OR WS-VALOR-FATURA NOT > 0
                   DISPLAY 'FATURA SEM VALOR NO FATHIST. NAO HA O '
                       'QUE REEMITIR. CANCELAMENTO RECUSADO.'
                   GO TO P200-CONTINUA
               END-IF
               MOVE WS-VALOR-FATURA TO WS-VALOR-EDITADO
               DISPLAY 'VALOR DA REEMISSAO: R$ ' WS-VALOR-EDITADO
           END-IF
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMADO
               DISPLAY 'CANCELAMENTO ABANDONADO.'
               GO TO P200-CONTINUA
           END-IF

           PERFORM P500-GRAVAR THRU P500-FIM
           .
       P200-CONTINUA.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> P/ CONTINUAR, OU F PARA SAIR.'
           ACCEPT WS-EXIT
           .
       P200-FIM.

       P300-PROCURA-RPS.
           SET RPS-ACHADO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-NFR-OK TO TRUE
           OPEN INPUT NFSEREG
           IF FS-NFR-OK
               PERFORM P310-CONFERE-RPS THRU P310-FIM
                   UNTIL EOF-OK OR RPS-ACHADO
               CLOSE NFSEREG
           ELSE
               DISPLAY 'REGISTRO FISCAL INDISPONIVEL (FS='
                       WS-FS-NFR ').'
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CONFERE-RPS.
           READ NFSEREG
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF NFR-COMPETENCIA = WS-COMPETENCIA
                           AND NFR-GRUPO = WS-GRUPO
                           AND NFR-ATIVO
                       SET RPS-ACHADO TO TRUE
                       MOVE NFR-SERIE    TO WS-RPS-SERIE
                       MOVE NFR-RPS      TO WS-RPS-NUMERO
                       MOVE NFR-SITUACAO TO WS-RPS-SITUACAO
                       MOVE NFR-NFSE     TO WS-RPS-NFSE
                   END-IF
           END-READ
           .
       P310-FIM.

       P350-SOMA-FATURA.
           SET FATURA-ACHADA TO FALSE
           MOVE 0 TO WS-VALOR-FATURA
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATHIST
           IF FS-HIS-OK
               PERFORM P360-SOMA-LINHA THRU P360-FIM
                   UNTIL EOF-OK
               CLOSE FATHIST
           ELSE
               DISPLAY 'HISTORICO DE FATURAMENTO INDISPONIVEL '
                       '(FS=' WS-FS-HIS ').'
           END-IF
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-SOMA-LINHA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF FH-COMPETENCIA = WS-COMPETENCIA
                           AND FH-GRUPO = WS-GRUPO
                       SET FATURA-ACHADA TO TRUE
                       ADD FH-VALOR TO WS-VALOR-FATURA
                   END-IF
           END-READ
           .
       P360-FIM.

      * O NUMERO DO RPS DE REEMISSAO SAI DO CONTROLE ANTES DE O
      * REGISTRO SER REGRAVADO: NUMERO TIRADO E NAO USADO SE PERDE,
      * MAS NUNCA SE REPETE.
       P500-GRAVAR.
           SET GRAVACAO-OK TO FALSE
           IF REEMITIR
               PERFORM P510-NUMERAR-RPS THRU P510-FIM
               IF NOT GRAVACAO-OK
                   GO TO P500-FIM
               END-IF
           END-IF
           SET GRAVACAO-OK TO FALSE

           SET FS-NFR-OK TO TRUE
           OPEN INPUT NFSEREG
           IF NOT FS-NFR-OK
               DISPLAY 'ERRO AO REABRIR O REGISTRO FISCAL (FS='
                       WS-FS-NFR '). NADA FOI GRAVADO.'
               GO TO P500-FIM
           END-IF
           SET FS-GER-OK TO TRUE
           OPEN OUTPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO GUARDAR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). NADA FOI GRAVADO.'
               CLOSE NFSEREG
               GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P520-COPIAR-RPS THRU P520-FIM
               UNTIL EOF-OK
           CLOSE NFSEREG
           CLOSE GERACAO

           SET FS-GER-OK TO TRUE
           OPEN INPUT GERACAO
           IF NOT FS-GER-OK
               DISPLAY 'ERRO AO REABRIR A GERACAO ANTERIOR (FS='
                       WS-FS-GER '). NFSEREG NAO FOI ALTERADO.'
               GO TO P500-FIM
           END-IF
           SET FS-NFR-OK TO TRUE
           OPEN OUTPUT NFSEREG
           IF NOT FS-NFR-OK
               DISPLAY 'ERRO AO REGRAVAR O REGISTRO FISCAL (FS='
                       WS-FS-NFR '). RECUPERE O NFSEREG DA GERACAO '
                       '.OLD.'
               CLOSE GERACAO
               GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P530-REGRAVAR-RPS THRU P530-FIM
               UNTIL EOF-OK
           CLOSE GERACAO

           IF REEMITIR
               MOVE SPACES          TO REG-NFSEREG
               MOVE WS-RPS-SERIE    TO NFR-SERIE
               MOVE WS-NOVO-RPS     TO NFR-RPS
               MOVE WS-COMPETENCIA  TO NFR-COMPETENCIA
               MOVE WS-GRUPO        TO NFR-GRUPO
               MOVE WS-DATA-SISTEMA TO NFR-EMISSAO
               MOVE WS-VALOR-FATURA TO NFR-VALOR
               SET NFR-PENDENTE     TO TRUE
               MOVE 0               TO NFR-LOTE
               MOVE 0               TO NFR-NFSE
               MOVE WS-DATA-SISTEMA TO NFR-DT-SITUACAO
               MOVE WS-RPS-NUMERO   TO NFR-RPS-SUBSTITUIDO
               WRITE REG-NFSEREG
               ADD 1 TO WS-REEMITIDAS
               DISPLAY 'RPS ' WS-RPS-SERIE ' ' WS-NOVO-RPS
                   ' EMITIDO EM SUBSTITUICAO. SEGUE NO PROXIMO LOTE.'
           ELSE
               DISPLAY 'PEDIDO DE CANCELAMENTO SEGUE NO PROXIMO LOTE.'
           END-IF
           CLOSE NFSEREG
           SET EOF-OK TO FALSE
           ADD 1 TO WS-CANCELADAS
           DISPLAY 'RPS ' WS-RPS-SERIE ' ' WS-RPS-NUMERO
               ' CANCELADO.'
           .
       P500-FIM.

       P510-NUMERAR-RPS.
           SET FS-RPC-OK TO TRUE
           OPEN INPUT RPSCTL
           IF NOT FS-RPC-OK
               DISPLAY 'CONTROLE DE NUMERACAO DE RPS NAO ENCONTRADO '
                       '(FS=' WS-FS-RPC '). NADA FOI GRAVADO.'
               GO TO P510-FIM
           END-IF
           READ RPSCTL
               AT END
                   MOVE SPACES TO REG-RPSCTL
           END-READ
           CLOSE RPSCTL
           IF RPC-ULT-RPS NOT NUMERIC OR RPC-SERIE = SPACES
               DISPLAY 'CONTROLE DE NUMERACAO DE RPS INVALIDO. '
                       'NADA FOI GRAVADO.'
               GO TO P510-FIM
           END-IF
           ADD 1 TO RPC-ULT-RPS
           MOVE RPC-ULT-RPS TO WS-NOVO-RPS
           MOVE RPC-SERIE   TO WS-RPS-SERIE
           SET FS-RPC-OK TO TRUE
           OPEN OUTPUT RPSCTL
           IF NOT FS-RPC-OK
               DISPLAY 'ERRO AO REGRAVAR O CONTROLE DE RPS (FS='
                       WS-FS-RPC '). NADA FOI GRAVADO.'
               GO TO P510-FIM
           END-IF
           WRITE REG-RPSCTL
           CLOSE RPSCTL
           SET GRAVACAO-OK TO TRUE
           .
       P510-FIM.

       P520-COPIAR-RPS.
           READ NFSEREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P520-FIM
           END-READ
           MOVE REG-NFSEREG TO REG-GERACAO
           WRITE REG-GERACAO
           .
       P520-FIM.

       P530-REGRAVAR-RPS.
           READ GERACAO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P530-FIM
           END-READ
           MOVE REG-GERACAO TO REG-NFSEREG
           IF NFR-COMPETENCIA = WS-COMPETENCIA
                   AND NFR-GRUPO = WS-GRUPO
                   AND NFR-AUTORIZADO
               SET NFR-CANCELADO TO TRUE
               MOVE WS-DATA-SISTEMA TO NFR-DT-SITUACAO
               MOVE WS-MOTIVO       TO NFR-MOTIVO
               IF REEMITIR
                   MOVE SPACES TO NFR-CANC-ENVIO
               ELSE
                   SET NFR-CANC-A-ENVIAR TO TRUE
               END-IF
           END-IF
           WRITE REG-NFSEREG
           .
       P530-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CANCNFSE.
