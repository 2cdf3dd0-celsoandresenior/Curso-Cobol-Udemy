      *          MESTRE AINDA E IGUAL A IMAGEM ANTES CAPTURADA; SE
      *          OUTRO CAMINHO MEXEU NO REGISTRO NO MEIO TEMPO, A
      *          PENDENCIA E RECUSADA COMO DESATUALIZADA.
      *          UM LOTE DE ATUALIZACAO EM MASSA (OPERACAO 'MASSA',
      *          PREPARADO PELA PREVIA DO MASSACONT) E APROVADO COMO
      *          UM TODO: A APROVACAO SO LIBERA O LOTE, QUE O
      *          MASSACONT APLICA DEPOIS. QUEM PREPAROU O LOTE NAO
      *          PODE APROVA-LO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

       DATA DIVISION.

       FILE SECTION.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.
       77 WS-APRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\APRFILA.TXT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

                ==CICLO-PROSPECTO==   BY ==ANTES-CICLO-PROSPECTO==
                ==CICLO-CLIENTE==     BY ==ANTES-CICLO-CLIENTE==
                ==CICLO-INATIVO==     BY ==ANTES-CICLO-INATIVO==
                ==DT-CICLO==          BY ==ANTES-DT-CICLO==
                ==IND-EMAIL-DEVOLVIDO== BY ==ANTES-IND-EMAIL-DEVOLVIDO==
                ==EMAIL-DEVOLVIDO==   BY ==ANTES-EMAIL-DEVOLVIDO==
                ==DT-DEVOL-EMAIL==    BY ==ANTES-DT-DEVOL-EMAIL==
                ==IND-OPT-SMS==       BY ==ANTES-IND-OPT-SMS==
                ==OPT-SMS-SIM==       BY ==ANTES-OPT-SMS-SIM==
                ==OPT-SMS-NAO==       BY ==ANTES-OPT-SMS-NAO==
                ==DT-OPT-SMS==        BY ==ANTES-DT-OPT-SMS==
                ==IND-OPT-TEL==       BY ==ANTES-IND-OPT-TEL==
                ==OPT-TEL-SIM==       BY ==ANTES-OPT-TEL-SIM==
                ==OPT-TEL-NAO==       BY ==ANTES-OPT-TEL-NAO==
                ==IND-NAO-PERTURBE==  BY ==ANTES-IND-NAO-PERTURBE==
                ==TEL-NAO-PERTURBE==  BY ==ANTES-TEL-NAO-PERTURBE==
                ==IND-SITUACAO-CPF==  BY ==ANTES-IND-SITUACAO-CPF==
                ==CPF-REGULAR==       BY ==ANTES-CPF-REGULAR==
                ==CPF-TITULAR-FALECIDO==
                    BY ==ANTES-CPF-TITULAR-FALECIDO==
                ==DT-VERIF-CPF==      BY ==ANTES-DT-VERIF-CPF==
                ==IND-TRIAGEM-PEP==   BY ==ANTES-IND-TRIAGEM-PEP==
                ==PEP-PENDENTE==      BY ==ANTES-PEP-PENDENTE==
                ==PEP-CONFIRMADO==    BY ==ANTES-PEP-CONFIRMADO==
                ==PEP-LIBERADO==      BY ==ANTES-PEP-LIBERADO==
                ==PEP-RETIDO==        BY ==ANTES-PEP-RETIDO==
                ==DT-TRIAGEM-PEP==    BY ==ANTES-DT-TRIAGEM-PEP==
                ==IND-MENOR==         BY ==ANTES-IND-MENOR==
                ==MENOR-SEM-CONSENTIMENTO==
                    BY ==ANTES-MENOR-SEM-CONSENTIMENTO==
                ==MENOR-AUTORIZADO==  BY ==ANTES-MENOR-AUTORIZADO==
                ==CONTATO-MENOR==     BY ==ANTES-CONTATO-MENOR==
                ==CD-ORIGEM-LEAD==    BY ==ANTES-CD-ORIGEM-LEAD==.

      * PERFIL DO OPERADOR ASSINADO NO MENUCONT: A FILA DE
      * APROVACAO E EXCLUSIVA DO SUPERVISOR.
           03 VD-CD-GRUPO           PIC 9(02).
           03 VD-RESTO              PIC X(138).

      * PARAMETROS DE UM LOTE 'MASSA', GUARDADOS NA IMAGEM DEPOIS.
           COPY MASSAPARM.

       77 WS-SEQ-ESCOLHIDA          PIC 9(05) VALUE ZEROES.
       77 WS-POS-ACHADA             PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** APROVACAO DE ALTERACOES PENDENTES ***".
           COPY TREINO.
           PERFORM P100-LOCALIZA-ARQUIVOS

           IF NOT PERFIL-SUPERVISOR
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-PENDENTES
           IF APR-OPERACAO = 'MASSA'
               PERFORM P415-LISTAR-LOTE THRU P415-FIM
               SET WS-IDX UP BY 1
               GO TO P410-FIM
           END-IF

           MOVE APR-IMAGEM-ANTES  TO WS-IMAGEM-ANTES
           MOVE APR-IMAGEM-DEPOIS TO WS-IMAGEM-DEPOIS
           .
       P410-FIM.

      * LOTE DE ATUALIZACAO EM MASSA: NO LUGAR DAS IMAGENS, A
      * SELECAO, AS ATRIBUICOES E A CONTAGEM DA PREVIA (A LISTA
      * NOMINAL ESTA NO RELATORIO DA PREVIA, RELMASSA).
       P415-LISTAR-LOTE.
           MOVE APR-IMAGEM-DEPOIS TO REG-MASSAPARM
           DISPLAY '------------------------------------------------'
           DISPLAY 'PENDENCIA ' APR-SEQUENCIA ' - LOTE DE ATUALIZACAO '
                   'EM MASSA: ' MSP-DESCRICAO
           DISPLAY 'PREPARADO EM ' APR-DATA ' POR ' APR-OPERADOR
           DISPLAY 'CONTATOS ATINGIDOS NA PREVIA: ' MSP-QTD-PREVIA
           DISPLAY 'SELECAO: UF ' MSP-SEL-UF ' DDD ' MSP-SEL-DDD
                   ' PREFIXOS ' MSP-SEL-PREFIXO-DE '-'
                   MSP-SEL-PREFIXO-ATE ' GRUPO ' MSP-SEL-GRUPO
                   ' FILIAL ' MSP-SEL-FILIAL ' CICLO ' MSP-SEL-CICLO
           DISPLAY '         PROFISSAO ' MSP-SEL-PROFISSAO
                   ' CIDADE ' MSP-SEL-CIDADE
           DISPLAY 'ATRIBUI: DDD ' MSP-NOVO-DDD ' GRUPO '
                   MSP-NOVO-GRUPO ' CICLO ' MSP-NOVO-CICLO
                   ' (ZERO/ESPACO = NAO MUDA)'
           .
       P415-FIM.

       P500-APROVAR.
           PERFORM P450-ESCOLHE-PENDENCIA THRU P450-FIM
           IF NOT ACHADO-OK
           END-IF

           MOVE WS-ITEM(WS-POS-ACHADA) TO REG-APRFILA
           IF APR-OPERACAO = 'MASSA'
               PERFORM P550-APROVAR-LOTE THRU P550-FIM
               GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O CONTATOS
               END-IF
               IF ANTES-IND-OPT-MALA NOT = IND-OPT-MALA
                       OR ANTES-IND-OPT-EMAIL NOT = IND-OPT-EMAIL
                       OR ANTES-IND-OPT-SMS NOT = IND-OPT-SMS
                       OR ANTES-IND-OPT-TEL NOT = IND-OPT-TEL
                   MOVE 'CONSENT' TO WS-JOR-OPERACAO
                   MOVE REG-CONTATOS-ANTES TO WS-JOR-ANTES
                   MOVE REG-CONTATOS       TO WS-JOR-DEPOIS
           .
       P540-FIM.

      * O LOTE NAO MEXE NO MESTRE AQUI: A APROVACAO SO O LIBERA
      * PARA O MASSACONT (MASSA_MODO=APLICAR), QUE JORNALIZA CADA
      * CONTATO. QUATRO OLHOS: QUEM PREPAROU NAO APROVA.
       P550-APROVAR-LOTE.
           IF APR-OPERADOR = WS-JOR-OPERADOR
               DISPLAY 'O LOTE ' APR-SEQUENCIA ' FOI PREPARADO POR '
                   'ESTE MESMO OPERADOR. A APROVACAO CABE A OUTRO '
                   'SUPERVISOR.'
               GO TO P550-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'A'                TO APR-SITUACAO
           MOVE WS-JOR-OPERADOR    TO APR-APROVADOR
           MOVE WS-DATA-SISTEMA    TO APR-DT-DECISAO
           MOVE REG-APRFILA        TO WS-ITEM(WS-POS-ACHADA)
           PERFORM P700-REGRAVAR-FILA THRU P700-FIM
           DISPLAY 'LOTE ' APR-SEQUENCIA ' APROVADO. A APLICACAO '
               'SEGUE NO MASSACONT COM MASSA_MODO=APLICAR.'
           .
       P550-FIM.

       P600-REJEITAR.
           PERFORM P450-ESCOLHE-PENDENCIA THRU P450-FIM
           IF NOT ACHADO-OK
