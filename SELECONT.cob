      *          CONFIRMACAO, GRAVA A LISTA-ALVO (ALVO.cpy) QUE
      *          ETIQCONT, CARTACONT E ProgCSV CONSOMEM COM
      *          ALVO_PATH, EM VEZ DE CADA TIRAGEM REIMPLEMENTAR OS
      *          FILTROS. A CONFIRMACAO SO E ACEITA PARA UMA
      *          CAMPANHA CADASTRADA E ATIVA NA CAMPTAB
      *          (CAMPANHA_COD, OU INFORMADA NA HORA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-CONFIRMA               PIC X VALUE 'N'.
          88 CONFIRMA-SIM           VALUE 'S'.

      * CAMPANHA A QUE A LISTA SE DESTINA, CONFERIDA NA TABELA
      * MESTRE DE CAMPANHAS (VEJA CAMPVAL.cpy).
       77 WS-CAMPANHA               PIC X(10) VALUE SPACES.
       COPY CAMPVAL.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

               PERFORM P900-FIM
           END-IF

           PERFORM P140-VALIDA-CAMPANHA THRU P140-FIM
           IF NOT CV-ATIVA
               MOVE 12 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           DISPLAY 'CONFIRMA A GERACAO DA LISTA-ALVO? (S/N): '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
               DISPLAY 'SEGMENTANDO PELA EMPRESA ' WS-EMPRESA-FILTRO
           END-IF

           DISPLAY 'CAMPANHA_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPANHA          FROM ENVIRONMENT-VALUE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

      * A LISTA SO E GERADA PARA CAMPANHA CADASTRADA E ATIVA NA
      * CAMPTAB; SEM CAMPANHA_COD, O OPERADOR INFORMA O CODIGO.
       P140-VALIDA-CAMPANHA.
           IF WS-CAMPANHA = SPACES
               DISPLAY 'INFORME O CODIGO DA CAMPANHA DA LISTA: '
               ACCEPT WS-CAMPANHA
           END-IF
           MOVE WS-CAMPANHA TO CV-CAMPANHA
           CALL 'CAMPVALID' USING VALIDACAO-CAMPANHA
           EVALUATE TRUE
               WHEN CV-ATIVA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' - ' CV-DESCRICAO
                       ' (DONO ' CV-DONO ')'
               WHEN CV-PLANEJADA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' AINDA '
                       'PLANEJADA: ATIVE-A NO MANUTTAB. LISTA NAO '
                       'GERADA.'
               WHEN CV-ENCERRADA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' ENCERRADA. '
                       'LISTA NAO GERADA.'
               WHEN CV-TABELA-AUSENTE
                   DISPLAY 'SEM A TABELA DE CAMPANHAS NAO HA COMO '
                       'CONFERIR O CODIGO. LISTA NAO GERADA.'
               WHEN OTHER
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' NAO CADASTRADA '
                       'NA CAMPTAB. LISTA NAO GERADA.'
           END-EVALUATE
           .
       P140-FIM.

       P150-CARREGAR-CRITERIOS.
           SET TEM-CRITERIO TO FALSE
           SET FS-CRI-OK TO TRUE
               GO TO P300-FIM
           END-IF

      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD) NAO ENTRA EM
      * LISTA-ALVO DE CAMPANHA NENHUMA.
           IF MENOR-SEM-CONSENTIMENTO
               GO TO P300-FIM
           END-IF

           PERFORM P305-CONFERE-EMPRESA THRU P305-FIM
           IF NOT EMPRESA-OK
               GO TO P300-FIM
