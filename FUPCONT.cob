      *          ORIGINAL FICA MARCADO 'G' COM A DATA DA BAIXA E UM
      *          REGISTRO NOVO ABRE COM A DATA NOVA, ENTAO A
      *          TRILHA INTEIRA SOBREVIVE. O SUPERVISOR ENXERGA OS
      *          RETORNOS DE TODOS OS OPERADORES; O GERENTE DE CONTAS
      *          (VEJA CONTCOMP.cpy), OS DOS CONTATOS DA SUA
      *          CARTEIRA, E O REAGENDADO VAI PARA ELE. O ARQUIVO E
      *          CARREGADO EM MEMORIA E REGRAVADO INTEIRO, NO
      *          MOLDE DO MANUTTAB.
      * Tectonics: cobc
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FUP.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

       DATA DIVISION.

       FILE SECTION.
       FD FUPFILE.
          COPY FUPFILE.

       FD CONTCOMP.
          COPY CONTCOMP.

       WORKING-STORAGE SECTION.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-FS-FUP                 PIC 99.
          88 FS-FUP-OK              VALUE 0.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-CONTCOMP-ABERTO        PIC X VALUE 'N'.
          88 CONTCOMP-ABERTO        VALUE 'S' FALSE 'N'.
       77 WS-GERENTE-RETORNO        PIC X(08) VALUE SPACES.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
           PERFORM P100-LOCALIZA-ARQUIVOS
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM P200-CARREGAR THRU P200-FIM
           SET CONTCOMP-ABERTO TO FALSE
           SET FS-CMP-OK TO TRUE
           OPEN INPUT CONTCOMP
           IF FS-CMP-OK
               SET CONTCOMP-ABERTO TO TRUE
           END-IF
           SET SAIR-OK TO FALSE
           PERFORM P300-MENU THRU P300-FIM UNTIL SAIR-OK
           IF CONTCOMP-ABERTO
               CLOSE CONTCOMP
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
       P400-FIM.

      * O SUPERVISOR ENXERGA A CARTEIRA INTEIRA; OS DEMAIS PERFIS
      * SO OS PROPRIOS RETORNOS E OS DOS CONTATOS DE QUEM SAO O
      * GERENTE DE CONTAS.
       P410-LISTAR-RETORNO.
           MOVE WS-RETORNO(WS-IDX) TO REG-FUPFILE
           PERFORM P470-GERENTE-DO-CONTATO THRU P470-FIM
           IF FUP-ABERTO
                   AND (PERFIL-SUPERVISOR
                       OR FUP-OPERADOR = WS-OPERADOR
                       OR WS-GERENTE-RETORNO = WS-OPERADOR)
               ADD 1 TO WS-LISTADOS
               DISPLAY 'RETORNO ' FUP-SEQUENCIA ' CONTATO '
                   FUP-ID-CONTATO ' PARA ' FUP-DT-PREVISTA

       P460-PROCURA-RETORNO.
           MOVE WS-RETORNO(WS-IDX) TO REG-FUPFILE
           PERFORM P470-GERENTE-DO-CONTATO THRU P470-FIM
           IF FUP-SEQUENCIA = WS-SEQ-ESCOLHIDA
                   AND FUP-ABERTO
                   AND (PERFIL-SUPERVISOR
                       OR FUP-OPERADOR = WS-OPERADOR
                       OR WS-GERENTE-RETORNO = WS-OPERADOR)
               SET ACHADO-OK TO TRUE
               SET WS-POS-ACHADA TO WS-IDX
           ELSE
           .
       P460-FIM.

      * GERENTE DE CONTAS DO CONTATO DO RETORNO NO BUFFER (ESPACOS
      * QUANDO NAO HA, OU SEM O COMPLEMENTO DOS CONTATOS).
       P470-GERENTE-DO-CONTATO.
           MOVE SPACES TO WS-GERENTE-RETORNO
           IF NOT CONTCOMP-ABERTO OR FUP-ID-CONTATO NOT NUMERIC
               GO TO P470-FIM
           END-IF
           MOVE FUP-ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CMP-GERENTE TO WS-GERENTE-RETORNO
           END-READ
           .
       P470-FIM.

       P500-CONCLUIR.
           PERFORM P450-ESCOLHE-RETORNO THRU P450-FIM
           IF NOT ACHADO-OK
           IF WS-QTD < 500
               ADD 1 TO WS-QTD
               PERFORM P610-MAIOR-SEQUENCIA THRU P610-FIM
      * O RETORNO NOVO VAI PARA O GERENTE DE CONTAS ATUAL DO
      * CONTATO; SEM GERENTE, FICA COM QUEM JA O TINHA.
               PERFORM P470-GERENTE-DO-CONTATO THRU P470-FIM
               IF WS-GERENTE-RETORNO NOT = SPACES
                   MOVE WS-GERENTE-RETORNO TO FUP-OPERADOR
               END-IF
               MOVE WS-DATA-NOVA TO FUP-DT-PREVISTA
               MOVE 'A'          TO FUP-SITUACAO
               MOVE WS-HOJE      TO FUP-DT-ABERTURA
               MOVE REG-FUPFILE  TO WS-RETORNO(WS-QTD)
               PERFORM P800-REGRAVAR THRU P800-FIM
               DISPLAY 'RETORNO REAGENDADO PARA ' WS-DATA-NOVA
                   ' SOB O NUMERO ' WS-SEQ-ESCOLHIDA
                   ' (' FUP-OPERADOR ').'
           ELSE
               DISPLAY 'ARQUIVO CHEIO. REAGENDAMENTO NAO GRAVADO.'
           END-IF
