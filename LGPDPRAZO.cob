      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: RELATORIO DIARIO DOS PEDIDOS DO TITULAR PELA LGPD
      *          (VEJA LGPDREQ.cpy, MANTIDO PELO LGPDCONT). A PRIMEIRA
      *          PARTE LISTA OS PEDIDOS EM ABERTO JA VENCIDOS E OS QUE
      *          VENCEM DENTRO DE LGPD_AVISO_DIAS DIAS UTEIS (PADRAO
      *          3, PELO CALENDARIO DA CASA). A SEGUNDA E A PROVA DO
      *          ATENDIMENTO PARA O ENCARREGADO: OS PEDIDOS
      *          ENCERRADOS NO MES DA DATA DE PROCESSAMENTO, COM A
      *          DATA, A FORMA E SE FORAM DENTRO DO PRAZO, E A
      *          CONTAGEM DE TODO O REGISTRO DENTRO E FORA DO PRAZO.
      *          TERMINA COM RETURN-CODE 4 SE HOUVER PEDIDO VENCIDO
      *          EM ABERTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDPRAZO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LGPDREQ ASSIGN TO DYNAMIC
               WS-LGPDREQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS RQ-PROTOCOLO
               FILE STATUS IS WS-FS-REQ.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT RELLGPD ASSIGN TO DYNAMIC
               WS-RELLGPD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.
       FD LGPDREQ.
          COPY LGPDREQ.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD RELLGPD.
       01 REG-RELLGPD               PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-LGPDREQ-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\LGPDREQ.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-RELLGPD-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELLGPD.TXT'.

       77 WS-FS-REQ                 PIC 99.
          88 FS-REQ-OK              VALUE 0.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       01 WS-DATA-SIS-R REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO-MES        PIC 9(06).
           03 WS-SIS-DIA            PIC 9(02).
       01 WS-DT-ATEND               PIC 9(08) VALUE ZEROES.
       01 WS-DT-ATEND-R REDEFINES WS-DT-ATEND.
           03 WS-ATD-ANO-MES        PIC 9(06).
           03 WS-ATD-DIA            PIC 9(02).

      * DATA LIMITE DO AVISO: WS-AVISO-DIAS DIAS UTEIS A FRENTE DA
      * DATA DE PROCESSAMENTO.
       77 WS-AVISO-TXT              PIC X(02) VALUE SPACES.
       77 WS-AVISO-DIAS             PIC 9(02) VALUE 3.
       77 WS-AVISO-INT              PIC 9(08) VALUE ZEROES.
       77 WS-AVISO-DATA             PIC 9(08) VALUE ZEROES.
       77 WS-UTEIS-CONTADOS         PIC 9(02) VALUE ZEROES.
       77 WS-AVANCOS                PIC 9(03) VALUE ZEROES.
       77 WS-DIA-UTIL               PIC X(01) VALUE SPACES.

       77 WS-CONTATOS-ABERTO        PIC X VALUE 'N'.
          88 CONTATOS-ABERTO        VALUE 'S' FALSE 'N'.
       77 WS-NOME-CONTATO           PIC X(40) VALUE SPACES.
       77 WS-TIPO-DESC              PIC X(13) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(14) VALUE SPACES.

       77 WS-LIDOS                  PIC 9(06) VALUE ZEROES.
       77 WS-ABERTOS                PIC 9(06) VALUE ZEROES.
       77 WS-VENCIDOS               PIC 9(06) VALUE ZEROES.
       77 WS-A-VENCER               PIC 9(06) VALUE ZEROES.
       77 WS-ENCERRADOS-MES         PIC 9(06) VALUE ZEROES.
       77 WS-NO-PRAZO               PIC 9(06) VALUE ZEROES.
       77 WS-FORA-PRAZO             PIC 9(06) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PRAZOS DOS PEDIDOS DO TITULAR (LGPD) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P150-DATA-AVISO THRU P150-FIM
           PERFORM P200-PROCESSAR THRU P200-FIM
           PERFORM P800-TOTAIS THRU P800-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'LGPDREQ_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-LGPDREQ-PATH      FROM ENVIRONMENT-VALUE
           IF WS-LGPDREQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\LGPDREQ.DAT'
                   TO WS-LGPDREQ-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'RELLGPD_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELLGPD-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELLGPD-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELLGPD.TXT'
                   TO WS-RELLGPD-PATH
           END-IF

           DISPLAY 'LGPD_AVISO_DIAS'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-AVISO-TXT         FROM ENVIRONMENT-VALUE
           IF WS-AVISO-TXT = SPACES
                   OR WS-AVISO-TXT NOT NUMERIC
               MOVE 3 TO WS-AVISO-DIAS
           ELSE
               MOVE WS-AVISO-TXT TO WS-AVISO-DIAS
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P150-DATA-AVISO.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               TO WS-AVISO-INT
           MOVE WS-DATA-SISTEMA TO WS-AVISO-DATA
           MOVE 0 TO WS-UTEIS-CONTADOS
           MOVE 0 TO WS-AVANCOS
           PERFORM P160-PROXIMO-DIA THRU P160-FIM
               UNTIL WS-UTEIS-CONTADOS NOT < WS-AVISO-DIAS
                  OR WS-AVANCOS > 366
           .
       P150-FIM.

       P160-PROXIMO-DIA.
           ADD 1 TO WS-AVISO-INT
           ADD 1 TO WS-AVANCOS
           MOVE FUNCTION DATE-OF-INTEGER(WS-AVISO-INT)
               TO WS-AVISO-DATA
           CALL 'DIAUTIL' USING WS-AVISO-DATA WS-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
               ADD 1 TO WS-UTEIS-CONTADOS
           END-IF
           .
       P160-FIM.

      * DUAS PASSADAS NO REGISTRO: OS PRAZOS EM ABERTO E DEPOIS OS
      * ENCERRADOS NO MES.
       P200-PROCESSAR.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELLGPD
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE PRAZOS LGPD (FS='
                       WS-FS-REL ').'
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF FS-OK
               SET CONTATOS-ABERTO TO TRUE
           ELSE
               SET CONTATOS-ABERTO TO FALSE
           END-IF

           MOVE SPACES TO REG-RELLGPD
           STRING 'PEDIDOS DO TITULAR (LGPD) - POSICAO DE '
                                             DELIMITED BY SIZE
                  WS-DATA-SISTEMA            DELIMITED BY SIZE
                  ' - AVISO ATE '            DELIMITED BY SIZE
                  WS-AVISO-DATA              DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE 'PEDIDOS EM ABERTO VENCIDOS OU PROXIMOS DO PRAZO'
               TO REG-RELLGPD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELLGPD
           STRING 'PROTOCOLO  TIPO          CONTATO '
                                             DELIMITED BY SIZE
                  'NOME DO CONTATO                          '
                                             DELIMITED BY SIZE
                  'RECEBIDO PRAZO    OPERADOR SITUACAO'
                                             DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET FS-REQ-OK TO TRUE
           OPEN INPUT LGPDREQ
           IF NOT FS-REQ-OK
               DISPLAY 'REGISTRO DE PEDIDOS LGPD INDISPONIVEL (FS='
                       WS-FS-REQ ').'
               MOVE 'REGISTRO DE PEDIDOS INDISPONIVEL.' TO REG-RELLGPD
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P200-SAIDA
           END-IF
           SET EOF-OK TO FALSE
           PERFORM P210-PRAZO-ABERTO THRU P210-FIM
               UNTIL EOF-OK
           CLOSE LGPDREQ
           IF WS-VENCIDOS = 0 AND WS-A-VENCER = 0
               MOVE 'NENHUM PEDIDO VENCIDO OU A VENCER.' TO REG-RELLGPD
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELLGPD
           STRING 'PEDIDOS ENCERRADOS NO MES '
                                             DELIMITED BY SIZE
                  WS-SIS-ANO-MES             DELIMITED BY SIZE
                  ' (PROVA DO ATENDIMENTO)'  DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELLGPD
           STRING 'PROTOCOLO  TIPO          CONTATO '
                                             DELIMITED BY SIZE
                  'RECEBIDO PRAZO    ATENDIDO FORMA '
                                             DELIMITED BY SIZE
                  'NO PRAZO OPERADOR DESCRICAO'
                                             DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           SET FS-REQ-OK TO TRUE
           OPEN INPUT LGPDREQ
           SET EOF-OK TO FALSE
           PERFORM P220-PROVA-ATENDIMENTO THRU P220-FIM
               UNTIL EOF-OK
           CLOSE LGPDREQ
           IF WS-ENCERRADOS-MES = 0
               MOVE 'NENHUM PEDIDO ENCERRADO NO MES.' TO REG-RELLGPD
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           PERFORM P840-LINHA-BRANCA THRU P840-FIM
           MOVE SPACES TO REG-RELLGPD
           STRING 'TODO O REGISTRO: '        DELIMITED BY SIZE
                  WS-NO-PRAZO                DELIMITED BY SIZE
                  ' ENCERRADOS NO PRAZO, '   DELIMITED BY SIZE
                  WS-FORA-PRAZO              DELIMITED BY SIZE
                  ' FORA DO PRAZO, '         DELIMITED BY SIZE
                  WS-ABERTOS                 DELIMITED BY SIZE
                  ' EM ABERTO ('             DELIMITED BY SIZE
                  WS-VENCIDOS                DELIMITED BY SIZE
                  ' VENCIDOS).'              DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P200-SAIDA.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF
           CLOSE RELLGPD
           .
       P200-FIM.

       P210-PRAZO-ABERTO.
           READ LGPDREQ NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF RQ-ENCERRADO
               IF RQ-DENTRO-DO-PRAZO
                   ADD 1 TO WS-NO-PRAZO
               ELSE
                   ADD 1 TO WS-FORA-PRAZO
               END-IF
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-ABERTOS

           EVALUATE TRUE
               WHEN RQ-DT-PRAZO < WS-DATA-SISTEMA
                   MOVE 'VENCIDO'        TO WS-SITUACAO-DESC
                   ADD 1 TO WS-VENCIDOS
               WHEN RQ-DT-PRAZO NOT > WS-AVISO-DATA
                   MOVE 'VENCE EM BREVE' TO WS-SITUACAO-DESC
                   ADD 1 TO WS-A-VENCER
               WHEN OTHER
                   GO TO P210-FIM
           END-EVALUATE

           PERFORM P700-DESCREVER THRU P700-FIM
           MOVE SPACES TO REG-RELLGPD
           STRING RQ-PROTOCOLO      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-TIPO-DESC      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-ID-CONTATO     DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  WS-NOME-CONTATO   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-DT-RECEBIDO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-DT-PRAZO       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-OPERADOR       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-SITUACAO-DESC  DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P210-FIM.

       P220-PROVA-ATENDIMENTO.
           READ LGPDREQ NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P220-FIM
           END-READ
           IF NOT RQ-ENCERRADO
               GO TO P220-FIM
           END-IF
           MOVE RQ-DT-ATENDIMENTO TO WS-DT-ATEND
           IF WS-ATD-ANO-MES NOT = WS-SIS-ANO-MES
               GO TO P220-FIM
           END-IF
           ADD 1 TO WS-ENCERRADOS-MES

           PERFORM P700-DESCREVER THRU P700-FIM
           MOVE SPACES TO REG-RELLGPD
           STRING RQ-PROTOCOLO      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-TIPO-DESC      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-ID-CONTATO     DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  RQ-DT-RECEBIDO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-DT-PRAZO       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-DT-ATENDIMENTO DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-FORMA          DELIMITED BY SIZE
                  '     '           DELIMITED BY SIZE
                  RQ-NO-PRAZO       DELIMITED BY SIZE
                  '        '        DELIMITED BY SIZE
                  RQ-OPERADOR-ATEND DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RQ-DESCRICAO      DELIMITED BY SIZE
                  INTO REG-RELLGPD
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P220-FIM.

       P700-DESCREVER.
           EVALUATE TRUE
               WHEN RQ-ACESSO
                   MOVE 'ACESSO'        TO WS-TIPO-DESC
               WHEN RQ-CORRECAO
                   MOVE 'CORRECAO'      TO WS-TIPO-DESC
               WHEN RQ-ELIMINACAO
                   MOVE 'ELIMINACAO'    TO WS-TIPO-DESC
               WHEN RQ-PORTABILIDADE
                   MOVE 'PORTABILIDADE' TO WS-TIPO-DESC
               WHEN RQ-REVOGACAO
                   MOVE 'REVOGACAO'     TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE RQ-TIPO         TO WS-TIPO-DESC
           END-EVALUATE

           MOVE SPACES TO WS-NOME-CONTATO
           IF CONTATOS-ABERTO
               MOVE RQ-ID-CONTATO TO ID-CONTATO
               READ CONTATOS KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE '(NAO CONSTA DO MESTRE)' TO WS-NOME-CONTATO
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NOME-CONTATO
               END-READ
           END-IF
           .
       P700-FIM.

       P800-TOTAIS.
           DISPLAY 'PEDIDOS NO REGISTRO...: ' WS-LIDOS
           DISPLAY 'EM ABERTO.............: ' WS-ABERTOS
           DISPLAY 'VENCIDOS EM ABERTO....: ' WS-VENCIDOS
           DISPLAY 'VENCEM ATE ' WS-AVISO-DATA '..: ' WS-A-VENCER
           DISPLAY 'ENCERRADOS NO MES.....: ' WS-ENCERRADOS-MES
           DISPLAY 'ENCERRADOS NO PRAZO...: ' WS-NO-PRAZO
           DISPLAY 'ENCERRADOS FORA PRAZO.: ' WS-FORA-PRAZO
           IF WS-VENCIDOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       P800-FIM.

       P840-LINHA-BRANCA.
           MOVE SPACES TO REG-RELLGPD
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P840-FIM.

       P850-GRAVAR-LINHA.
           WRITE REG-RELLGPD
           MOVE SPACES TO REG-RELLGPD
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM LGPDPRAZO.
