      *          HISTORICO INTEIRO. O EXPURGO E FEITO EM DUAS
      *          PASSADAS DE FLUXO (VIVO -> ARQUIVO DE TRABALHO ->
      *          VIVO), SEM TABELA EM MEMORIA, PARA ESCALAR COM O
      *          TAMANHO QUE O CAMPHIST JA ALCANCOU. O PRAZO DE CADA
      *          UM VEM DA TABELA DE RETENCAO (RETTAB, LINHAS
      *          CAMPHIST E ENDHIST); SEM LINHA, VALEM OS DOIS ANOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-CORTE             PIC 9(08) VALUE ZEROES.
       77 WS-DATA-CORTE-END         PIC 9(08) VALUE ZEROES.

          COPY RETPARM.

      * RESUMOS ACUMULADOS EM MEMORIA (SO O QUE FOI EXPURGADO
      * NESTA RODADA): CHAVE ID + ANO, ATE 2000 FAIXAS.
                   TO WS-ENDRESUMO-PATH
           END-IF

      * CORTE DE RETENCAO: DOIS ANOS ATRAS, SALVO O QUE A TABELA DE
      * RETENCAO DETERMINAR PARA CADA ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DATA-CORTE = WS-DATA-SISTEMA - 20000
           END-COMPUTE
           MOVE WS-DATA-CORTE TO WS-DATA-CORTE-END

           MOVE 'CAMPHIST'      TO RP-ARQUIVO
           MOVE WS-DATA-SISTEMA TO RP-DATA-REF
           CALL 'RETPOL' USING POLITICA-RETENCAO
           IF RP-REGISTRADA AND NOT RP-GERACOES
               MOVE RP-DATA-CORTE TO WS-DATA-CORTE
               DISPLAY 'CAMPHIST: PRAZO DA TABELA DE RETENCAO.'
           ELSE
               DISPLAY 'CAMPHIST: SEM LINHA NA TABELA DE RETENCAO, '
                       'PRAZO DE DOIS ANOS.'
           END-IF

           MOVE 'ENDHIST'       TO RP-ARQUIVO
           MOVE WS-DATA-SISTEMA TO RP-DATA-REF
           CALL 'RETPOL' USING POLITICA-RETENCAO
           IF RP-REGISTRADA AND NOT RP-GERACOES
               MOVE RP-DATA-CORTE TO WS-DATA-CORTE-END
               DISPLAY 'ENDHIST: PRAZO DA TABELA DE RETENCAO.'
           ELSE
               DISPLAY 'ENDHIST: SEM LINHA NA TABELA DE RETENCAO, '
                       'PRAZO DE DOIS ANOS.'
           END-IF

           DISPLAY 'CAMPHIST: ENTRADAS ANTERIORES A ' WS-DATA-CORTE
                   ' SERAO EXPURGADAS.'
           DISPLAY 'ENDHIST: ENTRADAS ANTERIORES A ' WS-DATA-CORTE-END
                   ' SERAO EXPURGADAS.'
           .
       P100-FIM.
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF EH-DATA-FIM < WS-DATA-CORTE-END
                       WRITE REG-ARQMORTO FROM REG-ENDHIST
                       ADD 1 TO WS-ARQUIVADAS
                       MOVE EH-ID-CONTATO    TO WS-RES-ID-BUSCA
