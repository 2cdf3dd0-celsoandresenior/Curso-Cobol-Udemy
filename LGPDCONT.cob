      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: MANUTENCAO DO REGISTRO DE PEDIDOS DO TITULAR DE
      *          DADOS PELA LGPD (VEJA LGPDREQ.cpy): ACESSO,
      *          CORRECAO, ELIMINACAO, PORTABILIDADE E REVOGACAO DO
      *          CONSENTIMENTO. O REGISTRO DA UM PROTOCOLO (ANO +
      *          SEQUENCIA), GUARDA O CONTATO, A DATA DE RECEBIMENTO
      *          E O OPERADOR RESPONSAVEL E CALCULA O PRAZO LEGAL EM
      *          DIAS UTEIS PELO CALENDARIO DA CASA (DIAUTIL/CALTAB;
      *          LGPD_PRAZO_DIAS, PADRAO 15). O ATENDIMENTO CARIMBA A
      *          DATA, A FORMA, O OPERADOR E SE FOI DENTRO DO PRAZO;
      *          O PEDIDO DE PORTABILIDADE SO E ENCERRADO COM O
      *          ARQUIVO GERADO PELO PORTCONT, E O DE ELIMINACAO SO
      *          COM O CONTATO JA EXCLUIDO OU ANONIMIZADO (EXCLUIRCONT
      *          E ANONCONT). O DOSSIE ATENDE O PEDIDO DE ACESSO. OS
      *          PEDIDOS NUNCA SAO APAGADOS: O ARQUIVO E A PROVA DO
      *          ATENDIMENTO PARA O ENCARREGADO (LGPDPRAZO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LGPDREQ ASSIGN TO DYNAMIC
               WS-LGPDREQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS RQ-PROTOCOLO
               FILE STATUS IS WS-FS-REQ.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD LGPDREQ.
          COPY LGPDREQ.

       FD CONTATOS.
          COPY FD_CONTATOS.

       WORKING-STORAGE SECTION.
       77 WS-LGPDREQ-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\LGPDREQ.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.

       77 WS-FS-REQ                 PIC 99.
          88 FS-REQ-OK              VALUE 0.
          88 FS-REQ-NAO-EXISTE      VALUE 35.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
          88 PERFIL-SUPERVISOR      VALUE 'S'.

       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       01 WS-DATA-SIS-R REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO            PIC 9(04).
           03 WS-SIS-MMDD           PIC 9(04).

      * PRAZO LEGAL EM DIAS UTEIS CONTADOS DO DIA SEGUINTE AO
      * RECEBIMENTO (VEJA P700).
       77 WS-PRAZO-TXT              PIC X(03) VALUE SPACES.
       77 WS-PRAZO-DIAS             PIC 9(03) VALUE 15.
       77 WS-PRAZO-INT              PIC 9(08) VALUE ZEROES.
       77 WS-PRAZO-DATA             PIC 9(08) VALUE ZEROES.
       77 WS-UTEIS-CONTADOS         PIC 9(03) VALUE ZEROES.
       77 WS-AVANCOS                PIC 9(03) VALUE ZEROES.
       77 WS-DIA-UTIL               PIC X(01) VALUE SPACES.

       01 WS-DT-RECEBIDO            PIC 9(08) VALUE ZEROES.
       01 WS-DT-RECEBIDO-R REDEFINES WS-DT-RECEBIDO.
           03 WS-DTR-ANO            PIC 9(04).
           03 WS-DTR-MES            PIC 9(02).
           03 WS-DTR-DIA            PIC 9(02).

       77 WS-OPCAO                  PIC 9(01) VALUE ZEROES.
       77 WS-ID-CONTATO             PIC 9(05) VALUE ZEROES.
       77 WS-TIPO                   PIC X(01) VALUE SPACES.
       77 WS-PROTOCOLO              PIC 9(10) VALUE ZEROES.
       77 WS-PROXIMA-SEQ            PIC 9(06) VALUE ZEROES.
       77 WS-DESCRICAO              PIC X(40) VALUE SPACES.
       77 WS-NOVO-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-RESPOSTA               PIC X(01) VALUE SPACES.
       77 WS-NOME-CONTATO           PIC X(40) VALUE SPACES.
       77 WS-TIPO-DESC              PIC X(13) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(10) VALUE SPACES.
       77 WS-MARCA-PRAZO            PIC X(08) VALUE SPACES.

       77 WS-CONTATO-OK             PIC X VALUE 'N'.
          88 CONTATO-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-EXCLUIDO       PIC X VALUE 'N'.
          88 CONTATO-JA-EXCLUIDO    VALUE 'S' FALSE 'N'.
       77 WS-REQ-FIM                PIC X VALUE 'N'.
          88 REQ-FIM-OK             VALUE 'S' FALSE 'N'.
       77 WS-LISTADOS               PIC 9(05) VALUE ZEROES.

       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.

      * ARQUIVO DE PORTABILIDADE (VEJA PORTCONT.cpy).
       COPY PORTCONT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PEDIDOS DO TITULAR DE DADOS (LGPD) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P110-GARANTIR-ARQUIVO THRU P110-FIM
           SET SAIR-OK TO FALSE
           PERFORM P200-MENU THRU P200-FIM UNTIL SAIR-OK
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

      * OPERADOR ASSINADO NO MENUCONT: RESPONDE PELOS PEDIDOS QUE
      * REGISTRA; O SUPERVISOR VE E TRANSFERE OS DE TODOS.
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR-PERFIL   FROM ENVIRONMENT-VALUE

           DISPLAY 'LGPD_PRAZO_DIAS'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-PRAZO-TXT         FROM ENVIRONMENT-VALUE
           IF WS-PRAZO-TXT = SPACES
                   OR WS-PRAZO-TXT NOT NUMERIC
               MOVE 15 TO WS-PRAZO-DIAS
           ELSE
               MOVE WS-PRAZO-TXT TO WS-PRAZO-DIAS
           END-IF
           IF WS-PRAZO-DIAS = 0
               MOVE 15 TO WS-PRAZO-DIAS
           END-IF
           .
       P100-FIM.

       P110-GARANTIR-ARQUIVO.
           SET FS-REQ-OK TO TRUE
           OPEN I-O LGPDREQ
           IF FS-REQ-NAO-EXISTE
               OPEN OUTPUT LGPDREQ
               CLOSE LGPDREQ
               OPEN I-O LGPDREQ
           END-IF
           IF FS-REQ-OK
               CLOSE LGPDREQ
           ELSE
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE PEDIDOS LGPD (FS='
                       WS-FS-REQ ').'
               SET SAIR-OK TO TRUE
           END-IF
           .
       P110-FIM.

       P200-MENU.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY ' '
           DISPLAY '1 - REGISTRAR PEDIDO DO TITULAR'
           DISPLAY '2 - LISTAR PEDIDOS EM ABERTO'
           DISPLAY '3 - ATENDER OU INDEFERIR PEDIDO'
           DISPLAY '4 - TRANSFERIR PEDIDO PARA OUTRO OPERADOR'
           DISPLAY '5 - CONSULTAR PROTOCOLO'
           DISPLAY '6 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P300-REGISTRAR THRU P300-FIM
               WHEN 2
                   PERFORM P400-LISTAR THRU P400-FIM
               WHEN 3
                   PERFORM P500-ATENDER THRU P500-FIM
               WHEN 4
                   PERFORM P600-TRANSFERIR THRU P600-FIM
               WHEN 5
                   PERFORM P650-CONSULTAR THRU P650-FIM
               WHEN 6
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .
       P200-FIM.

       P300-REGISTRAR.
           DISPLAY 'INFORME O ID DO CONTATO TITULAR: '
           ACCEPT WS-ID-CONTATO
           PERFORM P350-CONFERE-CONTATO THRU P350-FIM
           IF NOT CONTATO-OK
               DISPLAY 'CONTATO NAO ENCONTRADO.'
               GO TO P300-FIM
           END-IF
           DISPLAY 'TITULAR: ' FUNCTION TRIM(WS-NOME-CONTATO)

           DISPLAY 'TIPO DO PEDIDO (A=ACESSO, C=CORRECAO, '
                   'E=ELIMINACAO, P=PORTABILIDADE, R=REVOGACAO DO '
                   'CONSENTIMENTO): '
           MOVE SPACES TO WS-TIPO
           ACCEPT WS-TIPO
           MOVE WS-TIPO TO RQ-TIPO
           IF NOT RQ-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO.'
               GO TO P300-FIM
           END-IF

           DISPLAY 'DATA DE RECEBIMENTO (AAAAMMDD, ZERO = HOJE): '
           MOVE 0 TO WS-DT-RECEBIDO
           ACCEPT WS-DT-RECEBIDO
           IF WS-DT-RECEBIDO = 0
               MOVE WS-DATA-SISTEMA TO WS-DT-RECEBIDO
           END-IF
           IF WS-DT-RECEBIDO > WS-DATA-SISTEMA
                   OR WS-DTR-ANO < 1601
                   OR WS-DTR-MES < 1 OR WS-DTR-MES > 12
                   OR WS-DTR-DIA < 1 OR WS-DTR-DIA > 31
               DISPLAY 'DATA DE RECEBIMENTO INVALIDA.'
               GO TO P300-FIM
           END-IF

           DISPLAY 'DESCRICAO DO PEDIDO (OPCIONAL): '
           MOVE SPACES TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO

           PERFORM P700-CALCULAR-PRAZO THRU P700-FIM

           SET FS-REQ-OK TO TRUE
           OPEN I-O LGPDREQ
           IF NOT FS-REQ-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE PEDIDOS LGPD (FS='
                       WS-FS-REQ ').'
               GO TO P300-FIM
           END-IF
           PERFORM P720-PROXIMO-PROTOCOLO THRU P720-FIM

           MOVE SPACES           TO REG-LGPDREQ
           MOVE WS-SIS-ANO       TO RQ-ANO
           MOVE WS-PROXIMA-SEQ   TO RQ-SEQUENCIA
           MOVE WS-TIPO          TO RQ-TIPO
           MOVE WS-ID-CONTATO    TO RQ-ID-CONTATO
           MOVE WS-DT-RECEBIDO   TO RQ-DT-RECEBIDO
           MOVE WS-OPERADOR      TO RQ-OPERADOR
           MOVE WS-PRAZO-DATA    TO RQ-DT-PRAZO
           MOVE 'A'              TO RQ-SITUACAO
           MOVE 0                TO RQ-DT-ATENDIMENTO
           MOVE WS-DESCRICAO     TO RQ-DESCRICAO
           WRITE REG-LGPDREQ
               INVALID KEY
                   DISPLAY 'PROTOCOLO JA GRAVADO (FS=' WS-FS-REQ
                       '). TENTE DE NOVO.'
                   CLOSE LGPDREQ
                   GO TO P300-FIM
           END-WRITE
           CLOSE LGPDREQ

           DISPLAY 'PEDIDO REGISTRADO. PROTOCOLO ' RQ-PROTOCOLO
           DISPLAY 'PRAZO LEGAL: ' RQ-DT-PRAZO ' (' WS-PRAZO-DIAS
                   ' DIAS UTEIS)'
           .
       P300-FIM.

      * O PEDIDO PODE CHEGAR PARA UM CONTATO JA EXCLUIDO (O TITULAR
      * PEDE A COPIA DO QUE AINDA GUARDAMOS): BASTA EXISTIR NO MESTRE.
       P350-CONFERE-CONTATO.
           SET CONTATO-OK TO FALSE
           SET CONTATO-JA-EXCLUIDO TO FALSE
           MOVE SPACES TO WS-NOME-CONTATO
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P350-FIM
           END-IF
           MOVE WS-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTATO-OK TO TRUE
                   MOVE NM-CONTATO TO WS-NOME-CONTATO
                   IF CONTATO-EXCLUIDO
                       SET CONTATO-JA-EXCLUIDO TO TRUE
                   END-IF
           END-READ
           CLOSE CONTATOS
           .
       P350-FIM.

      * LISTA OS PEDIDOS EM ABERTO, COM O PRAZO E A MARCA DE VENCIDO.
      * O OPERADOR VE OS SEUS; O SUPERVISOR VE OS DE TODOS.
       P400-LISTAR.
           SET FS-REQ-OK TO TRUE
           OPEN INPUT LGPDREQ
           IF NOT FS-REQ-OK
               DISPLAY 'REGISTRO DE PEDIDOS LGPD INDISPONIVEL (FS='
                       WS-FS-REQ ').'
               GO TO P400-FIM
           END-IF

           SET REQ-FIM-OK TO FALSE
           MOVE 0 TO WS-LISTADOS
           MOVE LOW-VALUES TO RQ-PROTOCOLO
           START LGPDREQ KEY IS NOT LESS THAN RQ-PROTOCOLO
               INVALID KEY
                   SET REQ-FIM-OK TO TRUE
           END-START
           PERFORM P410-LISTAR-UM THRU P410-FIM
               UNTIL REQ-FIM-OK
           CLOSE LGPDREQ

           IF WS-LISTADOS = 0
               DISPLAY 'NENHUM PEDIDO EM ABERTO.'
           END-IF
           .
       P400-FIM.

       P410-LISTAR-UM.
           READ LGPDREQ NEXT RECORD
               AT END
                   SET REQ-FIM-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF NOT RQ-ABERTO
               GO TO P410-FIM
           END-IF
           IF NOT PERFIL-SUPERVISOR AND RQ-OPERADOR NOT = WS-OPERADOR
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-LISTADOS
           PERFORM P800-DESCREVER THRU P800-FIM
           DISPLAY RQ-PROTOCOLO ' ' WS-TIPO-DESC ' CONTATO '
                   RQ-ID-CONTATO ' RECEBIDO ' RQ-DT-RECEBIDO
                   ' PRAZO ' RQ-DT-PRAZO ' ' RQ-OPERADOR ' '
                   WS-MARCA-PRAZO
           .
       P410-FIM.

      * ATENDIMENTO OU INDEFERIMENTO. A FORMA SAI DO TIPO DO PEDIDO;
      * O INDEFERIMENTO EXIGE A JUSTIFICATIVA NA DESCRICAO.
       P500-ATENDER.
           DISPLAY 'INFORME O PROTOCOLO: '
           ACCEPT WS-PROTOCOLO

           SET FS-REQ-OK TO TRUE
           OPEN I-O LGPDREQ
           IF NOT FS-REQ-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE PEDIDOS LGPD (FS='
                       WS-FS-REQ ').'
               GO TO P500-FIM
           END-IF
           MOVE WS-PROTOCOLO TO RQ-PROTOCOLO
           READ LGPDREQ KEY IS RQ-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                   CLOSE LGPDREQ
                   GO TO P500-FIM
           END-READ
           IF NOT RQ-ABERTO
               DISPLAY 'PEDIDO JA ENCERRADO EM ' RQ-DT-ATENDIMENTO '.'
               CLOSE LGPDREQ
               GO TO P500-FIM
           END-IF
           PERFORM P800-DESCREVER THRU P800-FIM
           DISPLAY 'PEDIDO DE ' WS-TIPO-DESC ' DO CONTATO '
                   RQ-ID-CONTATO ', PRAZO ' RQ-DT-PRAZO ' '
                   WS-MARCA-PRAZO

           DISPLAY 'ATENDER (S) OU INDEFERIR (N)? '
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           EVALUATE WS-RESPOSTA
               WHEN 'S'
                   PERFORM P550-FORMA-ATENDIMENTO THRU P550-FIM
               WHEN 'N'
                   DISPLAY 'JUSTIFICATIVA DO INDEFERIMENTO: '
                   MOVE SPACES TO WS-DESCRICAO
                   ACCEPT WS-DESCRICAO
                   IF WS-DESCRICAO = SPACES
                       DISPLAY 'O INDEFERIMENTO EXIGE JUSTIFICATIVA.'
                   ELSE
                       MOVE 'N'          TO RQ-FORMA
                       MOVE WS-DESCRICAO TO RQ-DESCRICAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'RESPOSTA INVALIDA.'
           END-EVALUATE
           IF NOT RQ-FORMA-VALIDA
               DISPLAY 'PEDIDO CONTINUA EM ABERTO.'
               CLOSE LGPDREQ
               GO TO P500-FIM
           END-IF

           IF RQ-FORMA = 'N'
               MOVE 'N' TO RQ-SITUACAO
           ELSE
               MOVE 'C' TO RQ-SITUACAO
           END-IF
           MOVE WS-DATA-SISTEMA TO RQ-DT-ATENDIMENTO
           IF RQ-DT-ATENDIMENTO > RQ-DT-PRAZO
               MOVE 'N' TO RQ-NO-PRAZO
           ELSE
               MOVE 'S' TO RQ-NO-PRAZO
           END-IF
           MOVE WS-OPERADOR TO RQ-OPERADOR-ATEND
           REWRITE REG-LGPDREQ
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR O PEDIDO (FS=' WS-FS-REQ
                       ').'
                   CLOSE LGPDREQ
                   GO TO P500-FIM
           END-REWRITE
           CLOSE LGPDREQ

           IF RQ-DENTRO-DO-PRAZO
               DISPLAY 'PEDIDO ' RQ-PROTOCOLO ' ENCERRADO DENTRO DO '
                       'PRAZO.'
           ELSE
               DISPLAY 'PEDIDO ' RQ-PROTOCOLO ' ENCERRADO FORA DO '
                       'PRAZO (' RQ-DT-PRAZO ').'
           END-IF
           .
       P500-FIM.

      * CONFERE QUE O ATENDIMENTO FOI DE FATO FEITO ANTES DE CARIMBAR
      * A FORMA. SEM FORMA VALIDA O PEDIDO CONTINUA EM ABERTO.
       P550-FORMA-ATENDIMENTO.
           MOVE SPACE TO RQ-FORMA
           EVALUATE TRUE
               WHEN RQ-PORTABILIDADE
                   MOVE RQ-PROTOCOLO  TO PO-PROTOCOLO
                   MOVE RQ-ID-CONTATO TO PO-ID-CONTATO
                   CALL 'PORTCONT' USING PORTABILIDADE
                   IF PO-GERADO
                       DISPLAY 'ARQUIVO DE PORTABILIDADE GERADO: '
                           FUNCTION TRIM(PO-ARQUIVO)
                       MOVE 'P' TO RQ-FORMA
                   ELSE
                       DISPLAY 'ARQUIVO DE PORTABILIDADE NAO GERADO '
                           '(' PO-RESULTADO ').'
                   END-IF
                   GO TO P550-FIM
               WHEN RQ-ELIMINACAO
                   MOVE RQ-ID-CONTATO TO WS-ID-CONTATO
                   PERFORM P350-CONFERE-CONTATO THRU P350-FIM
                   IF CONTATO-OK AND NOT CONTATO-JA-EXCLUIDO
                       DISPLAY 'CONTATO AINDA ATIVO. EXECUTE O '
                           'EXCLUIRCONT OU O ANONCONT ANTES.'
                       GO TO P550-FIM
                   END-IF
                   MOVE 'X' TO RQ-FORMA
               WHEN RQ-ACESSO
                   DISPLAY 'CONFIRMA A ENTREGA DO DOSSIE AO TITULAR '
                           '(S/N)? '
                   MOVE 'D' TO RQ-FORMA
               WHEN RQ-CORRECAO
                   DISPLAY 'CONFIRMA A CORRECAO DA FICHA (S/N)? '
                   MOVE 'A' TO RQ-FORMA
               WHEN RQ-REVOGACAO
                   DISPLAY 'CONFIRMA A REVOGACAO DOS CONSENTIMENTOS '
                           '(S/N)? '
                   MOVE 'R' TO RQ-FORMA
           END-EVALUATE

           IF NOT RQ-ELIMINACAO
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   MOVE SPACE TO RQ-FORMA
                   GO TO P550-FIM
               END-IF
           END-IF

           DISPLAY 'OBSERVACAO DO ATENDIMENTO (ENTER = MANTER): '
           MOVE SPACES TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO NOT = SPACES
               MOVE WS-DESCRICAO TO RQ-DESCRICAO
           END-IF
           .
       P550-FIM.

       P600-TRANSFERIR.
           DISPLAY 'INFORME O PROTOCOLO: '
           ACCEPT WS-PROTOCOLO

           SET FS-REQ-OK TO TRUE
           OPEN I-O LGPDREQ
           IF NOT FS-REQ-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE PEDIDOS LGPD (FS='
                       WS-FS-REQ ').'
               GO TO P600-FIM
           END-IF
           MOVE WS-PROTOCOLO TO RQ-PROTOCOLO
           READ LGPDREQ KEY IS RQ-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                   CLOSE LGPDREQ
                   GO TO P600-FIM
           END-READ
           IF NOT RQ-ABERTO
               DISPLAY 'PEDIDO JA ENCERRADO.'
               CLOSE LGPDREQ
               GO TO P600-FIM
           END-IF
           IF NOT PERFIL-SUPERVISOR AND RQ-OPERADOR NOT = WS-OPERADOR
               DISPLAY 'SO O OPERADOR RESPONSAVEL OU O SUPERVISOR '
                       'TRANSFERE O PEDIDO.'
               CLOSE LGPDREQ
               GO TO P600-FIM
           END-IF

           DISPLAY 'RESPONSAVEL ATUAL: ' RQ-OPERADOR
           DISPLAY 'CODIGO DO NOVO OPERADOR: '
           MOVE SPACES TO WS-NOVO-OPERADOR
           ACCEPT WS-NOVO-OPERADOR
           IF WS-NOVO-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO.'
               CLOSE LGPDREQ
               GO TO P600-FIM
           END-IF
           MOVE WS-NOVO-OPERADOR TO RQ-OPERADOR
           REWRITE REG-LGPDREQ
               INVALID KEY
                   DISPLAY 'ERRO AO TRANSFERIR O PEDIDO (FS='
                       WS-FS-REQ ').'
           END-REWRITE
           CLOSE LGPDREQ
           DISPLAY 'PEDIDO ' RQ-PROTOCOLO ' TRANSFERIDO PARA '
                   RQ-OPERADOR '.'
           .
       P600-FIM.

       P650-CONSULTAR.
           DISPLAY 'INFORME O PROTOCOLO: '
           ACCEPT WS-PROTOCOLO

           SET FS-REQ-OK TO TRUE
           OPEN INPUT LGPDREQ
           IF NOT FS-REQ-OK
               DISPLAY 'REGISTRO DE PEDIDOS LGPD INDISPONIVEL (FS='
                       WS-FS-REQ ').'
               GO TO P650-FIM
           END-IF
           MOVE WS-PROTOCOLO TO RQ-PROTOCOLO
           READ LGPDREQ KEY IS RQ-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                   CLOSE LGPDREQ
                   GO TO P650-FIM
           END-READ
           CLOSE LGPDREQ

           PERFORM P800-DESCREVER THRU P800-FIM
           DISPLAY 'PROTOCOLO......: ' RQ-PROTOCOLO
           DISPLAY 'TIPO...........: ' WS-TIPO-DESC
           DISPLAY 'CONTATO........: ' RQ-ID-CONTATO
           DISPLAY 'RECEBIDO EM....: ' RQ-DT-RECEBIDO
           DISPLAY 'OPERADOR.......: ' RQ-OPERADOR
           DISPLAY 'PRAZO LEGAL....: ' RQ-DT-PRAZO ' ' WS-MARCA-PRAZO
           DISPLAY 'SITUACAO.......: ' WS-SITUACAO-DESC
           DISPLAY 'DESCRICAO......: ' RQ-DESCRICAO
           IF RQ-ENCERRADO
               DISPLAY 'ENCERRADO EM...: ' RQ-DT-ATENDIMENTO
                       ' POR ' RQ-OPERADOR-ATEND
               DISPLAY 'FORMA..........: ' RQ-FORMA
               DISPLAY 'NO PRAZO.......: ' RQ-NO-PRAZO
           END-IF
           .
       P650-FIM.

      * PRAZO LEGAL: AVANCA DIA A DIA A PARTIR DO RECEBIMENTO (COMO O
      * P492 DO BATCHEOD) ATE CONTAR WS-PRAZO-DIAS DIAS UTEIS.
       P700-CALCULAR-PRAZO.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DT-RECEBIDO)
               TO WS-PRAZO-INT
           MOVE WS-DT-RECEBIDO TO WS-PRAZO-DATA
           MOVE 0 TO WS-UTEIS-CONTADOS
           MOVE 0 TO WS-AVANCOS
           PERFORM P710-PROXIMO-DIA THRU P710-FIM
               UNTIL WS-UTEIS-CONTADOS NOT < WS-PRAZO-DIAS
                  OR WS-AVANCOS > 366
           .
       P700-FIM.

       P710-PROXIMO-DIA.
           ADD 1 TO WS-PRAZO-INT
           ADD 1 TO WS-AVANCOS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PRAZO-INT)
               TO WS-PRAZO-DATA
           CALL 'DIAUTIL' USING WS-PRAZO-DATA WS-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
               ADD 1 TO WS-UTEIS-CONTADOS
           END-IF
           .
       P710-FIM.

      * PROXIMA SEQUENCIA DO ANO CORRENTE: A MAIOR JA GRAVADA + 1.
       P720-PROXIMO-PROTOCOLO.
           MOVE 0 TO WS-PROXIMA-SEQ
           SET REQ-FIM-OK TO FALSE
           MOVE WS-SIS-ANO TO RQ-ANO
           MOVE 0          TO RQ-SEQUENCIA
           START LGPDREQ KEY IS NOT LESS THAN RQ-PROTOCOLO
               INVALID KEY
                   SET REQ-FIM-OK TO TRUE
           END-START
           PERFORM P730-LER-ANO THRU P730-FIM
               UNTIL REQ-FIM-OK
           ADD 1 TO WS-PROXIMA-SEQ
           .
       P720-FIM.

       P730-LER-ANO.
           READ LGPDREQ NEXT RECORD
               AT END
                   SET REQ-FIM-OK TO TRUE
                   GO TO P730-FIM
           END-READ
           IF RQ-ANO NOT = WS-SIS-ANO
               SET REQ-FIM-OK TO TRUE
               GO TO P730-FIM
           END-IF
           MOVE RQ-SEQUENCIA TO WS-PROXIMA-SEQ
           .
       P730-FIM.

       P800-DESCREVER.
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
           EVALUATE TRUE
               WHEN RQ-ABERTO
                   MOVE 'EM ABERTO'     TO WS-SITUACAO-DESC
               WHEN RQ-ATENDIDO
                   MOVE 'ATENDIDO'      TO WS-SITUACAO-DESC
               WHEN RQ-INDEFERIDO
                   MOVE 'INDEFERIDO'    TO WS-SITUACAO-DESC
           END-EVALUATE
           MOVE SPACES TO WS-MARCA-PRAZO
           IF RQ-ABERTO AND RQ-DT-PRAZO < WS-DATA-SISTEMA
               MOVE 'VENCIDO' TO WS-MARCA-PRAZO
           END-IF
           .
       P800-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM LGPDCONT.
