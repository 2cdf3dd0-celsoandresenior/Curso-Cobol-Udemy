      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: PONTO DE CONTROLE DAS VARREDURAS QUE REGRAVAM O
      *          CADASTRO (LIMPACONT, ATRIBFIL, ANONCONT, APLCORR, A
      *          MARCACAO DE CASOS DO REFRESHCEP E A APLICACAO DO
      *          MASSACONT). GUARDA NO
      *          CHKPONTO.TXT UM REGISTRO POR PROGRAMA COM A DATA DE
      *          PROCESSAMENTO, A SITUACAO (EM ANDAMENTO/CONCLUIDA), O
      *          ULTIMO ID GRAVADO E OS TOTAIS DE CONTROLE, PARA QUE
      *          UMA VARREDURA INTERROMPIDA SEJA RETOMADA DO PONTO EM
      *          QUE PAROU E UMA JA CONCLUIDA NAO RODE DE NOVO.
      *          USO: CALL 'CHKPONTO' USING WS-CKP-FUNCAO REG-CHKPONTO
      *          (VEJA CHKPONTO.cpy PARA AS FUNCOES L/G/A/F).
      *          O INTERVALO DE GRAVACAO DA FUNCAO 'A' VEM DE
      *          CHKPONTO_INTERVALO (PADRAO 100 REGISTROS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPONTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CKPFILE ASSIGN TO DYNAMIC
               WS-CKPFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKP.

       DATA DIVISION.

       FILE SECTION.
       FD CKPFILE.
       01 REG-CKPFILE               PIC X(96).

       WORKING-STORAGE SECTION.
       77 WS-CKPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CHKPONTO.TXT'.
       77 WS-FS-CKP                 PIC 99.
          88 FS-CKP-OK              VALUE 0.
          88 FS-CKP-EOF             VALUE 10.
          88 FS-CKP-NAO-EXISTE      VALUE 35.

       77 WS-INTERVALO-TXT          PIC X(07) VALUE SPACES.
       77 WS-INTERVALO              PIC 9(07) VALUE 100.
       77 WS-DESDE-GRAVACAO         PIC 9(07) VALUE ZEROES.
       77 WS-PREPARADO              PIC X VALUE 'N'.
          88 PREPARADO              VALUE 'S' FALSE 'N'.

      * TODOS OS PONTOS DE CONTROLE: O ARQUIVO E PEQUENO (UM REGISTRO
      * POR PROGRAMA) E E REGRAVADO INTEIRO A CADA GRAVACAO.
       77 WS-QTD-PONTOS             PIC 9(02) VALUE ZEROES.
       77 WS-IDX                    PIC 9(02) VALUE ZEROES.
       77 WS-IDX-ACHADO             PIC 9(02) VALUE ZEROES.
       01 WS-TAB-PONTOS.
           03 WS-PONTO              PIC X(96) OCCURS 50 TIMES.

       01 WS-PONTO-AUX.
           03 WS-AUX-PROGRAMA       PIC X(12).
           03 FILLER                PIC X(84).

       01 WS-DATA-HORA.
           03 WS-DH-DATA            PIC 9(08).
           03 WS-DH-HORA            PIC 9(08).

       LINKAGE SECTION.
       01 LK-FUNCAO                 PIC X(01).
           COPY CHKPONTO.

       PROCEDURE DIVISION USING LK-FUNCAO REG-CHKPONTO.
       MAIN-PROCEDURE.
           IF NOT PREPARADO
               PERFORM P100-PREPARAR THRU P100-FIM
           END-IF

      * O ARQUIVO SO E LIDO NA CONSULTA E NA GRAVACAO: A FUNCAO 'A'
      * E CHAMADA A CADA REGISTRO DA VARREDURA E APENAS CONTA.
           EVALUATE LK-FUNCAO
               WHEN 'L'
                   MOVE 0 TO WS-DESDE-GRAVACAO
                   PERFORM P200-CARREGAR THRU P200-FIM
                   IF WS-IDX-ACHADO > 0
                       MOVE WS-PONTO(WS-IDX-ACHADO) TO REG-CHKPONTO
                   ELSE
                       MOVE SPACES TO CKP-SITUACAO CKP-REFERENCIA
                       MOVE 0 TO CKP-DATA-PROC CKP-ULTIMO-ID
                                 CKP-POSICAO CKP-RETOMADAS
                                 CKP-DATA CKP-HORA
                                 CKP-CONT(1) CKP-CONT(2) CKP-CONT(3)
                                 CKP-CONT(4) CKP-CONT(5)
                   END-IF
               WHEN 'G'
                   PERFORM P300-GRAVAR THRU P300-FIM
               WHEN 'A'
                   ADD 1 TO WS-DESDE-GRAVACAO
                   IF WS-DESDE-GRAVACAO NOT < WS-INTERVALO
                       PERFORM P300-GRAVAR THRU P300-FIM
                   END-IF
               WHEN 'F'
                   SET CKP-CONCLUIDO TO TRUE
                   PERFORM P300-GRAVAR THRU P300-FIM
               WHEN OTHER
                   DISPLAY 'CHKPONTO: FUNCAO INVALIDA ' LK-FUNCAO
           END-EVALUATE
           PERFORM P900-FIM.

       P100-PREPARAR.
           DISPLAY 'CHKPONTO_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CKPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CKPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CHKPONTO.TXT'
                   TO WS-CKPFILE-PATH
           END-IF

           DISPLAY 'CHKPONTO_INTERVALO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-INTERVALO-TXT     FROM ENVIRONMENT-VALUE
           IF WS-INTERVALO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INTERVALO-TXT) TO WS-INTERVALO
           END-IF
           IF WS-INTERVALO = 0
               MOVE 100 TO WS-INTERVALO
           END-IF
           SET PREPARADO TO TRUE
           .
       P100-FIM.

       P200-CARREGAR.
           MOVE 0 TO WS-QTD-PONTOS WS-IDX-ACHADO
           OPEN INPUT CKPFILE
           IF NOT FS-CKP-OK
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER THRU P210-FIM
               UNTIL NOT FS-CKP-OK
           CLOSE CKPFILE
           .
       P200-FIM.

       P210-LER.
           READ CKPFILE
           IF NOT FS-CKP-OK
               GO TO P210-FIM
           END-IF
           IF REG-CKPFILE = SPACES OR WS-QTD-PONTOS = 50
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-QTD-PONTOS
           MOVE REG-CKPFILE TO WS-PONTO(WS-QTD-PONTOS)
           MOVE REG-CKPFILE TO WS-PONTO-AUX
           IF WS-AUX-PROGRAMA = CKP-PROGRAMA
               MOVE WS-QTD-PONTOS TO WS-IDX-ACHADO
           END-IF
           .
       P210-FIM.

      * SUBSTITUI (OU ACRESCENTA) O PONTO DO PROGRAMA E REGRAVA O
      * ARQUIVO INTEIRO.
       P300-GRAVAR.
           MOVE 0 TO WS-DESDE-GRAVACAO
           PERFORM P200-CARREGAR THRU P200-FIM
           ACCEPT WS-DH-DATA FROM DATE YYYYMMDD
           ACCEPT WS-DH-HORA FROM TIME
           MOVE WS-DH-DATA TO CKP-DATA
           MOVE WS-DH-HORA TO CKP-HORA

           IF WS-IDX-ACHADO = 0
               IF WS-QTD-PONTOS = 50
                   DISPLAY 'CHKPONTO: TABELA CHEIA, PONTO DE CONTROLE '
                           'DE ' CKP-PROGRAMA ' NAO GRAVADO'
                   GO TO P300-FIM
               END-IF
               ADD 1 TO WS-QTD-PONTOS
               MOVE WS-QTD-PONTOS TO WS-IDX-ACHADO
           END-IF
           MOVE REG-CHKPONTO TO WS-PONTO(WS-IDX-ACHADO)

           OPEN OUTPUT CKPFILE
           IF NOT FS-CKP-OK
               DISPLAY 'CHKPONTO: ERRO ' WS-FS-CKP ' AO GRAVAR '
                       WS-CKPFILE-PATH
               GO TO P300-FIM
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM P310-GRAVAR-PONTO THRU P310-FIM
               UNTIL WS-IDX > WS-QTD-PONTOS
           CLOSE CKPFILE
           .
       P300-FIM.

       P310-GRAVAR-PONTO.
           WRITE REG-CKPFILE FROM WS-PONTO(WS-IDX)
           ADD 1 TO WS-IDX
           .
       P310-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CHKPONTO.
