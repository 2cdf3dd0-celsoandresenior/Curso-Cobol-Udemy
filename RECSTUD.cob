      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: ENTRADA DE RECEBIMENTOS DAS MENSALIDADES DO CURSO,
      *          NO MOLDE DO RECFAT: A SECRETARIA REGISTRA CADA
      *          PAGAMENTO RECEBIDO CONTRA UMA FATURA DO FATSTHIST
      *          (COMPETENCIA + RESPONSAVEL, GRAVADA PELO FATSTUD) NO
      *          ARQUIVO RECSTUD (VEJA RECSTUD.cpy). O LANCAMENTO SO E
      *          ACEITO SE A FATURA EXISTIR E AINDA TIVER SALDO EM
      *          ABERTO; O SALDO POR RESPONSAVEL E APURADO PELO
      *          MENSCALC, QUE ALIMENTA O AGING DE MENSALIDADES
      *          (AGESTUD) E O BLOQUEIO DE REMATRICULA DO CADSTUD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSTUD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FATSTHIST ASSIGN TO DYNAMIC
               WS-FATSTHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT RECSTUD ASSIGN TO DYNAMIC
               WS-RECSTUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

       DATA DIVISION.

       FILE SECTION.
      * HISTORICO DE MENSALIDADES FATURADAS PELO FATSTUD, UMA LINHA
      * POR RESPONSAVEL FATURADO.
       FD FATSTHIST.
       01 REG-FATSTHIST.
           03 FSH-COMPETENCIA        PIC 9(06).
           03 FSH-RESPONSAVEL        PIC 9(05).
           03 FSH-QTD-ALUNOS         PIC 9(03).
           03 FSH-VALOR              PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       FD RECSTUD.
          COPY RECSTUD.

       WORKING-STORAGE SECTION.
       77 WS-FATSTHIST-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATSTHIST.TXT'.
       77 WS-RECSTUD-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECSTUD.TXT'.

       77 WS-FS-HIS                 PIC 99.
          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.

       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
       77 WS-RESPONSAVEL            PIC 9(05) VALUE ZEROES.
       77 WS-VALOR-PAGO             PIC S9(11)V99 VALUE ZEROES.
       77 WS-DATA-PAGAMENTO         PIC 9(08) VALUE ZEROES.
       77 WS-VALOR-FATURA           PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-RECEBIDO         PIC S9(11)V99 VALUE ZEROES.
       77 WS-SALDO                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-QTD-ALUNOS             PIC 9(03) VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.

       77 WS-FATURA-ACHADA          PIC X VALUE 'N'.
          88 FATURA-ACHADA          VALUE 'S' FALSE 'N'.

       77 WS-GRAVADOS               PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ENTRADA DE RECEBIMENTOS DE MENSALIDADES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           SET EXIT-OK TO FALSE
           PERFORM P200-LANCAR THRU P200-FIM UNTIL EXIT-OK
           DISPLAY 'RECEBIMENTOS GRAVADOS: ' WS-GRAVADOS
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'FATSTHIST_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-FATSTHIST-PATH    FROM ENVIRONMENT-VALUE
           IF WS-FATSTHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FATSTHIST.TXT'
                   TO WS-FATSTHIST-PATH
           END-IF

           DISPLAY 'RECSTUD_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECSTUD-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RECSTUD-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECSTUD.TXT'
                   TO WS-RECSTUD-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

       P200-LANCAR.
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           DISPLAY 'INFORME O RESPONSAVEL (ID DO CONTATO, 00000 = '
                   'ALUNO SEM RESPONSAVEL): '
           MOVE 0 TO WS-RESPONSAVEL
           ACCEPT WS-RESPONSAVEL

           PERFORM P300-PROCURA-FATURA THRU P300-FIM
           IF NOT FATURA-ACHADA
               DISPLAY 'FATURA DE MENSALIDADE NAO ENCONTRADA NO '
                   'FATSTHIST PARA ESSA COMPETENCIA/RESPONSAVEL. '
                   'LANCAMENTO RECUSADO.'
               GO TO P200-CONTINUA
           END-IF

           PERFORM P350-SOMA-RECEBIMENTOS THRU P350-FIM
           COMPUTE WS-SALDO = WS-VALOR-FATURA - WS-VALOR-RECEBIDO
           END-COMPUTE
           DISPLAY 'ALUNOS NA FATURA: ' WS-QTD-ALUNOS
           MOVE WS-VALOR-FATURA TO WS-VALOR-EDITADO
           DISPLAY 'VALOR FATURADO..: R$ ' WS-VALOR-EDITADO
           MOVE WS-VALOR-RECEBIDO TO WS-VALOR-EDITADO
           DISPLAY 'JA RECEBIDO.....: R$ ' WS-VALOR-EDITADO
           MOVE WS-SALDO TO WS-VALOR-EDITADO
           DISPLAY 'SALDO EM ABERTO.: R$ ' WS-VALOR-EDITADO
           IF WS-SALDO NOT > 0
               DISPLAY 'FATURA SEM SALDO EM ABERTO. LANCAMENTO '
                   'RECUSADO.'
               GO TO P200-CONTINUA
           END-IF

           DISPLAY 'INFORME O VALOR RECEBIDO (SO DIGITOS, '
                   'DUAS CASAS DECIMAIS): '
           ACCEPT WS-VALOR-PAGO
           IF WS-VALOR-PAGO NOT > 0
               DISPLAY 'VALOR INVALIDO. LANCAMENTO RECUSADO.'
               GO TO P200-CONTINUA
           END-IF
           DISPLAY 'INFORME A DATA DO PAGAMENTO (AAAAMMDD, '
                   '00000000 = HOJE): '
           ACCEPT WS-DATA-PAGAMENTO
           IF WS-DATA-PAGAMENTO = 0
               ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
           END-IF
           PERFORM P400-GRAVAR-RECEBIMENTO THRU P400-FIM
           IF WS-VALOR-PAGO > WS-SALDO
               DISPLAY 'ATENCAO: PAGAMENTO ACIMA DO SALDO DA FATURA.'
           END-IF
           .
       P200-CONTINUA.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> P/ CONTINUAR, OU F PARA SAIR.'
           ACCEPT WS-EXIT
           .
       P200-FIM.

       P300-PROCURA-FATURA.
           SET FATURA-ACHADA TO FALSE
           MOVE 0 TO WS-VALOR-FATURA
           MOVE 0 TO WS-QTD-ALUNOS
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE

           OPEN INPUT FATSTHIST
           IF FS-HIS-OK
               PERFORM P310-CONFERE-FATURA THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE FATSTHIST
           ELSE
               DISPLAY 'HISTORICO DE MENSALIDADES INDISPONIVEL '
                       '(FS=' WS-FS-HIS ').'
           END-IF
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CONFERE-FATURA.
           READ FATSTHIST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF FSH-COMPETENCIA = WS-COMPETENCIA
                           AND FSH-RESPONSAVEL = WS-RESPONSAVEL
                       SET FATURA-ACHADA TO TRUE
                       ADD FSH-VALOR      TO WS-VALOR-FATURA
                       ADD FSH-QTD-ALUNOS TO WS-QTD-ALUNOS
                   END-IF
           END-READ
           .
       P310-FIM.

       P350-SOMA-RECEBIMENTOS.
           MOVE 0 TO WS-VALOR-RECEBIDO
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE

           OPEN INPUT RECSTUD
           IF FS-REC-OK
               PERFORM P360-CONFERE-RECEBIMENTO THRU P360-FIM
                   UNTIL EOF-OK
               CLOSE RECSTUD
           END-IF
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-CONFERE-RECEBIMENTO.
           READ RECSTUD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RS-COMPETENCIA = WS-COMPETENCIA
                           AND RS-RESPONSAVEL = WS-RESPONSAVEL
                       ADD RS-VALOR TO WS-VALOR-RECEBIDO
                   END-IF
           END-READ
           .
       P360-FIM.

       P400-GRAVAR-RECEBIMENTO.
           SET FS-REC-OK TO TRUE
           OPEN EXTEND RECSTUD
           IF WS-FS-REC EQUAL 35
               OPEN OUTPUT RECSTUD
           END-IF

           IF FS-REC-OK
               MOVE SPACES            TO REG-RECSTUD
               MOVE WS-COMPETENCIA    TO RS-COMPETENCIA
               MOVE WS-RESPONSAVEL    TO RS-RESPONSAVEL
               MOVE WS-DATA-PAGAMENTO TO RS-DATA
               MOVE WS-VALOR-PAGO     TO RS-VALOR
               MOVE WS-OPERADOR       TO RS-OPERADOR
               WRITE REG-RECSTUD
               CLOSE RECSTUD
               ADD 1 TO WS-GRAVADOS
               DISPLAY 'RECEBIMENTO REGISTRADO.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE RECEBIMENTOS '
                       'DE MENSALIDADES (FS=' WS-FS-REC ').'
           END-IF
           .
       P400-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM RECSTUD.
