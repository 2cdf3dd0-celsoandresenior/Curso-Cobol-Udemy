      *          CAMPHIST UMA PECA DAQUELA CAMPANHA PARA AQUELE
      *          CONTATO; O CANAL E HERDADO DA PECA ORIGINAL. O
      *          RELATORIO DE TAXA DE RESPOSTA E O CAMPTAXA.
      *          CAMPANHA ENCERRADA NA CAMPTAB NAO ACEITA MAIS
      *          RESPOSTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.

      * SITUACAO DA CAMPANHA NA TABELA MESTRE (VEJA CAMPVAL.cpy).
       COPY CAMPVAL.

       77 WS-PECA-ACHADA            PIC X VALUE 'N'.
          88 PECA-ACHADA            VALUE 'S' FALSE 'N'.

           MOVE SPACES TO WS-CAMPANHA
           ACCEPT WS-CAMPANHA

      * CAMPANHAS ANTERIORES A CAMPTAB (SEM CADASTRO) CONTINUAM
      * ACEITANDO RESPOSTAS; SO A ENCERRADA E BARRADA.
           MOVE WS-CAMPANHA TO CV-CAMPANHA
           CALL 'CAMPVALID' USING VALIDACAO-CAMPANHA
           IF CV-ENCERRADA
               DISPLAY 'CAMPANHA ' WS-CAMPANHA ' ENCERRADA: NAO '
                   'ACEITA MAIS RESPOSTAS. RESPOSTA NAO REGISTRADA.'
           ELSE
               PERFORM P300-PROCURA-PECA THRU P300-FIM

               IF NOT PECA-ACHADA
                   DISPLAY 'NENHUMA PECA DESSA CAMPANHA FOI ENVIADA '
                       'A ESSE CONTATO (VEJA CAMPHIST). RESPOSTA NAO '
                       'REGISTRADA.'
               ELSE
                   DISPLAY 'TIPO DA RESPOSTA (C=CARTAO RESPOSTA, '
                           'T=LIGACAO, V=CONVERSAO): '
                   MOVE SPACES TO WS-TIPO-RESPOSTA
                   ACCEPT WS-TIPO-RESPOSTA
                   IF WS-TIPO-RESPOSTA = 'C'
                           OR WS-TIPO-RESPOSTA = 'T'
                           OR WS-TIPO-RESPOSTA = 'V'
                       PERFORM P400-GRAVAR-RESPOSTA THRU P400-FIM
                   ELSE
                       DISPLAY 'TIPO INVALIDO. USE C, T OU V.'
                   END-IF
               END-IF
           END-IF

