      *          CONTATOS_YYYYMMDD.BAK E AS COPIAS DE FIM DE MES,
      *          APAGA DO DISCO AS DEMAIS, MARCA AS ENTRADAS PURGADAS
      *          NO CATALOGO E IMPRIME UM RELATORIO DO QUE FOI
      *          REMOVIDO PARA A AUDITORIA. O N VEM DA TABELA DE
      *          RETENCAO (RETTAB, LINHA BKPCAT, PRAZO EM GERACOES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-RETENCAO-TXT           PIC X(03) VALUE SPACES.
       77 WS-RETENCAO               PIC 9(03) VALUE 7.

          COPY RETPARM.

      * COPIA EM MEMORIA DO CATALOGO. O ARQUIVO E REGRAVADO INTEIRO
      * NO FIM, COM AS ENTRADAS PURGADAS MARCADAS COM 'P'.
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.
           ELSE
               MOVE WS-RETENCAO-TXT TO WS-RETENCAO
           END-IF

      * A TABELA DE RETENCAO PREVALECE SOBRE O RETENCAO_DIARIAS. O
      * CATALOGO SO SABE CONTAR GERACOES; OUTRA UNIDADE E IGNORADA.
           MOVE 'BKPCAT'        TO RP-ARQUIVO
           ACCEPT RP-DATA-REF   FROM DATE YYYYMMDD
           CALL 'RETPOL' USING POLITICA-RETENCAO
           EVALUATE TRUE
               WHEN RP-REGISTRADA AND RP-GERACOES
                   IF RP-PRAZO > 999
                       MOVE 999 TO WS-RETENCAO
                   ELSE
                       MOVE RP-PRAZO TO WS-RETENCAO
                   END-IF
                   DISPLAY 'PRAZO DA TABELA DE RETENCAO (BKPCAT).'
               WHEN RP-REGISTRADA
                   DISPLAY 'LINHA BKPCAT DA TABELA DE RETENCAO NAO '
                           'ESTA EM GERACOES. PRAZO IGNORADO.'
               WHEN OTHER
                   DISPLAY 'SEM LINHA BKPCAT NA TABELA DE RETENCAO.'
           END-EVALUATE
           DISPLAY 'GERACOES DIARIAS MANTIDAS: ' WS-RETENCAO
           .
       P100-FIM.
