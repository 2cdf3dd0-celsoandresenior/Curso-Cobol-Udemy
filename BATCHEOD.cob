      *          SE A FALHA PARA A CADEIA) E EXECUTA A CADEIA
      *          PEDIDA EM CADEIA_NOME (PADRAO 'NOTURNA'). SEM O
      *          ARQUIVO, VALE A CADEIA NOTURNA EMBUTIDA DE SEMPRE
      *          (DESPACHO -> CONVCONT -> SNAPSHOT -> RECONCONT ->
      *          ESTATCONT -> BACKUP -> BALANCO). O RESULTADO DE
      *          CADA PASSO FICA NO CONTROLE BATCHEOD.CTL POR
      *          CADEIA; NA REEXECUCAO DO MESMO DIA O DRIVER RETOMA
      *          DO PASSO QUE FALHOU. OS PASSOS 'SNAPSHOT' E
      *          'BACKUP' SAO INTERNOS; OS DEMAIS SAO CHAMADOS PELO
      *          NOME DO PROGRAMA, ENTAO OPERACOES DEFINE CADEIAS
      *          NOVAS (SEMANAL, FIM DE MES) SEM MUDANCA DE CODIGO;
      *          A LINHA 00 DE CADA CADEIA DIZ QUANDO ELA RODA (VEJA
      *          CADEIAS.cpy E AGENDIA) E FORA DO DIA PREVISTO A
      *          CADEIA SO RODA FORCADA.
      *          PASSO QUE FALHA ABRE UM ALERTA NA FILA DE ALERTAS
      *          (VEJA ALERTAR); A CADEIA NAO COMECA ENQUANTO HOUVER
      *          ALERTA CRITICO DE UMA NOITE ANTERIOR EM ABERTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNP.

               SELECT ALRFILA ASSIGN TO DYNAMIC
               WS-ALRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALR.

       DATA DIVISION.

       FILE SECTION.
           03 CTL-SITUACAO           PIC X(08).

      * DEFINICAO DAS CADEIAS: NOME, PASSO, PROGRAMA E SE A FALHA
      * DO PASSO PARA A CADEIA ('S') OU DEIXA SEGUIR ('N'); A LINHA
      * DE PASSO 00 TRAZ A FREQUENCIA DA CADEIA.
       FD CADEIAS.
          COPY CADEIAS.

       FD CONTATOS.
          COPY FD_CONTATOS.
       FD RUNCTL.
          COPY RUNCTL.

       FD ALRFILA.
          COPY ALRFILA.

       WORKING-STORAGE SECTION.
       77 WS-CONTROLE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BATCHEOD.CTL'.
       77 WS-FS-SNP                 PIC 99.
          88 FS-SNP-OK              VALUE 0.
       77 WS-SNP-REGISTROS          PIC 9(05) VALUE ZEROES.
      * CONTADORES DA FOTOGRAFIA GRAVADOS NO RUN-LOG SOB O NOME
      * 'SNAPSHOT' PARA O BALANCO DA NOITE: REGISTROS, ATIVOS E
      * ATIVOS SEM RECUSA DE MALA DIRETA.
       77 WS-SNP-ATIVOS             PIC 9(05) VALUE ZEROES.
       77 WS-SNP-CONSENTIDOS        PIC 9(05) VALUE ZEROES.

       77 WS-SELO-PATH              PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\SELO.TXT'.
       77 WS-FORCAR                 PIC X(01) VALUE 'N'.
          88 FORCAR-EXECUCAO        VALUE 'S'.

      * FREQUENCIA DA CADEIA (LINHA 00 DO CADEIAS.TXT; SEM ELA, TODO
      * DIA UTIL). CADEIA FORA DO DIA PREVISTO TAMBEM SO RODA
      * FORCADA (VEJA AGENDIA).
       77 WS-CAD-FREQ               PIC X(01) VALUE 'D'.
       77 WS-CAD-PARAM              PIC 9(02) VALUE ZEROES.
       77 WS-CAD-PREVISTA           PIC X(01) VALUE 'S'.

      * FILA DE ALERTAS DE FALHA (VEJA ALRFILA.cpy). O PASSO EM
      * EXECUCAO E PUBLICADO NO AMBIENTE (CADEIA_ATIVA, CADEIA_PASSO,
      * CADEIA_CRITICO) PARA O ALERTAR SABER DE ONDE VEIO A FALHA.
       77 WS-ALRFILA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'.
       77 WS-FS-ALR                 PIC 99.
          88 FS-ALR-OK              VALUE 0.
       77 WS-RC-PASSO               PIC 9(02) VALUE ZEROES.
       77 WS-ALR-PENDENTES          PIC 9(03) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

           COPY GRAVRUN.
           PERFORM P150-PREPARAR-PASSOS THRU P150-FIM
           PERFORM P170-CONFERE-CALENDARIO THRU P170-FIM
           IF NOT PARAR-CADEIA
               PERFORM P172-CONFERE-AGENDA THRU P172-FIM
           END-IF
           IF NOT PARAR-CADEIA
               PERFORM P175-CONFERE-ALERTAS THRU P175-FIM
           END-IF
           IF NOT PARAR-CADEIA
               PERFORM P470-CONFERIR-SELO THRU P470-FIM
           END-IF
           .
       P170-FIM.

       P172-CONFERE-AGENDA.
           CALL 'AGENDIA' USING WS-CAD-FREQ WS-CAD-PARAM
                                WS-DATA-SISTEMA WS-CAD-PREVISTA
           IF WS-CAD-PREVISTA = 'S'
               GO TO P172-FIM
           END-IF

           DISPLAY 'BATCHEOD_FORCAR'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-FORCAR            FROM ENVIRONMENT-VALUE
           IF WS-CAD-PREVISTA = 'I'
               DISPLAY 'ATENCAO: REGRA DE FREQUENCIA INVALIDA NA '
                   'CADEIA ' WS-CADEIA-NOME ' (' WS-CAD-FREQ ' '
                   WS-CAD-PARAM '). CONFIRA O CADEIAS.TXT.'
           END-IF
           IF FORCAR-EXECUCAO
               DISPLAY 'ATENCAO: CADEIA ' WS-CADEIA-NOME ' NAO '
                   'PREVISTA PARA ' WS-DATA-SISTEMA '. EXECUCAO '
                   'FORCADA PELO OPERADOR (BATCHEOD_FORCAR=S).'
           ELSE
               DISPLAY 'CADEIA ' WS-CADEIA-NOME ' NAO PREVISTA PARA '
                   WS-DATA-SISTEMA '. CADEIA NAO EXECUTADA (USE '
                   'BATCHEOD_FORCAR=S PARA FORCAR).'
               SET PARAR-CADEIA TO TRUE
           END-IF
           .
       P172-FIM.

      * UMA FALHA CRITICA (PASSO QUE PARA A CADEIA) DE UMA NOITE
      * ANTERIOR PRECISA SER RECONHECIDA NO ALERTCONT ANTES DA
      * CADEIA SEGUINTE RODAR, PARA NINGUEM EMPILHAR UMA NOITE EM
      * CIMA DE OUTRA QUEBRADA. A RETOMADA NA MESMA NOITE NAO E
      * BLOQUEADA. NAO HA FORCAR AQUI: O CAMINHO E RECONHECER.
       P175-CONFERE-ALERTAS.
           MOVE 0 TO WS-ALR-PENDENTES
           SET EOF-OK TO FALSE
           SET FS-ALR-OK TO TRUE
           OPEN INPUT ALRFILA
           IF NOT FS-ALR-OK
               GO TO P175-FIM
           END-IF
           PERFORM P176-LER-ALERTA THRU P176-FIM
               UNTIL EOF-OK
           CLOSE ALRFILA
           SET EOF-OK TO FALSE

           IF WS-ALR-PENDENTES > 0
               DISPLAY WS-ALR-PENDENTES ' ALERTA(S) CRITICO(S) DE '
                   'NOITE ANTERIOR EM ABERTO. CADEIA NAO EXECUTADA '
                   '(RECONHECA OS ALERTAS NO ALERTCONT).'
               SET PARAR-CADEIA TO TRUE
           END-IF
           .
       P175-FIM.

       P176-LER-ALERTA.
           READ ALRFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P176-FIM
           END-READ
           IF ALR-ABERTO AND ALR-CRITICA
               IF ALR-DATA-PROC < WS-DATA-SISTEMA
                       OR ALR-DATA < WS-DATA-RELOGIO
                   ADD 1 TO WS-ALR-PENDENTES
                   DISPLAY '  ALERTA ' ALR-SEQUENCIA ' '
                       ALR-PROGRAMA ' CADEIA ' ALR-CADEIA
                       ' PASSO ' ALR-PASSO ' RC ' ALR-RC
                       ' DE ' ALR-DATA-PROC
               END-IF
           END-IF
           .
       P176-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'BATCHEOD_CTL_PATH'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTROLE-PATH     FROM ENVIRONMENT-VALUE
               MOVE 'NOTURNA' TO WS-CADEIA-NOME
           END-IF
           DISPLAY 'CADEIA DA RODADA: ' WS-CADEIA-NOME
           DISPLAY 'CADEIA_ATIVA'        UPON ENVIRONMENT-NAME
           DISPLAY WS-CADEIA-NOME        UPON ENVIRONMENT-VALUE

           DISPLAY 'ALRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ALRFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ALRFILA.TXT'
                   TO WS-ALRFILA-PATH
           END-IF

           DISPLAY 'CONTASNAP_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTASNAP-PATH    FROM ENVIRONMENT-VALUE
           IF WS-QTD-PASSOS = 0
      * SEM DEFINICAO NO ARQUIVO: VALE A CADEIA NOTURNA EMBUTIDA.
      * A FOTO E CORTADA DEPOIS DO MERGE E ANTES DOS RELATORIOS,
      * PARA JA CARREGAR O MOVIMENTO DO DIA. O DESPACHO DA CAIXA DE
      * ENTRADA ABRE A CADEIA E NAO A PARA: ARQUIVO NAO RECONHECIDO
      * FICA NA PASTA DE ERROS E NO CONTROLE COMO FALHA. O BALANCO
      * FECHA A CADEIA CONFERINDO OS CONTADORES DOS PASSOS.
               DISPLAY 'CADEIA ' WS-CADEIA-NOME ' SEM DEFINICAO '
                   'NO ARQUIVO DE CADEIAS. USANDO A CADEIA '
                   'NOTURNA EMBUTIDA.'
               MOVE 'DESPACHO'  TO WS-PASSO-NOME(1)
               MOVE 'CONVCONT'  TO WS-PASSO-NOME(2)
               MOVE 'SNAPSHOT'  TO WS-PASSO-NOME(3)
               MOVE 'RECONCONT' TO WS-PASSO-NOME(4)
               MOVE 'ESTATCONT' TO WS-PASSO-NOME(5)
               MOVE 'BACKUP'    TO WS-PASSO-NOME(6)
               MOVE 'BALANCO'   TO WS-PASSO-NOME(7)
               MOVE 7 TO WS-QTD-PASSOS
               SET WS-PIDX TO 1
               PERFORM P158-MARCA-PARADA THRU P158-FIM
                   UNTIL WS-PIDX > 7
               MOVE 'N' TO WS-PASSO-PARA(1)
           END-IF

           SET WS-PIDX TO 1
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF CAD-CADEIA = WS-CADEIA-NOME AND CAD-PASSO = 0
                       MOVE CAD-FREQUENCIA TO WS-CAD-FREQ
                       IF CAD-FREQ-PARAM NUMERIC
                           MOVE CAD-FREQ-PARAM TO WS-CAD-PARAM
                       ELSE
                           MOVE 0 TO WS-CAD-PARAM
                       END-IF
                   END-IF
                   IF CAD-CADEIA = WS-CADEIA-NOME
                           AND CAD-PASSO > 0
                           AND CAD-PASSO NOT > 20
      * DEMAIS SAO CHAMADOS PELO PROPRIO NOME DA TABELA.
           MOVE WS-PASSO-NOME(WS-PASSO-ATUAL)
               TO WS-PROGRAMA-PASSO
           DISPLAY 'CADEIA_PASSO'        UPON ENVIRONMENT-NAME
           DISPLAY WS-PASSO-ATUAL        UPON ENVIRONMENT-VALUE
           DISPLAY 'CADEIA_CRITICO'      UPON ENVIRONMENT-NAME
           DISPLAY WS-PASSO-PARA(WS-PASSO-ATUAL)
                                         UPON ENVIRONMENT-VALUE
           EVALUATE WS-PROGRAMA-PASSO
               WHEN 'SNAPSHOT'
                   PERFORM P450-FOTOGRAFAR-MESTRE THRU P450-FIM
           END-EVALUATE

           IF RETURN-CODE NOT < 8
      * O PASSO QUE GRAVA O PROPRIO FIM JA ABRIU O ALERTA; O
      * ALERTAR NAO REPETE. AQUI ENTRAM OS PASSOS INTERNOS E OS
      * PROGRAMAS QUE NEM CHEGARAM A RODAR.
               IF RETURN-CODE > 99
                   MOVE 99 TO WS-RC-PASSO
               ELSE
                   MOVE RETURN-CODE TO WS-RC-PASSO
               END-IF
               CALL 'ALERTAR' USING WS-PROGRAMA-PASSO WS-RC-PASSO
               MOVE WS-RC-PASSO TO RETURN-CODE
               MOVE 'FALHA' TO WS-PASSO-SITUACAO(WS-PASSO-ATUAL)
               IF WS-PASSO-PARA(WS-PASSO-ATUAL) = 'N'
                   DISPLAY 'PASSO ' WS-PASSO-ATUAL ' FALHOU (RC='
               DISPLAY 'PASSO ' WS-PASSO-ATUAL ' CONCLUIDO.'
           END-IF
           MOVE 0 TO RETURN-CODE
           DISPLAY 'CADEIA_PASSO'        UPON ENVIRONMENT-NAME
           DISPLAY ' '                   UPON ENVIRONMENT-VALUE
           DISPLAY 'CADEIA_CRITICO'      UPON ENVIRONMENT-NAME
           DISPLAY ' '                   UPON ENVIRONMENT-VALUE

           PERFORM P500-GRAVAR-CONTROLE THRU P500-FIM
           .
               IF FS-SNP-OK
                   SET EOF-OK TO FALSE
                   MOVE 0 TO WS-SNP-REGISTROS
                   MOVE 0 TO WS-SNP-ATIVOS
                   MOVE 0 TO WS-SNP-CONSENTIDOS
                   PERFORM P460-COPIAR-REGISTRO-SNP THRU P460-FIM
                       UNTIL EOF-OK
                   CLOSE CONTASNAP
                   DISPLAY 'FOTOGRAFIA DO MESTRE CORTADA COM '
                       WS-SNP-REGISTROS ' REGISTROS.'
                   PERFORM P465-REGISTRAR-SNAPSHOT THRU P465-FIM
               ELSE
                   DISPLAY 'NAO FOI POSSIVEL CRIAR A FOTOGRAFIA '
                       'DO MESTRE.'
               NOT AT END
                   WRITE REG-CONTASNAP FROM REG-CONTATOS
                   ADD 1 TO WS-SNP-REGISTROS
                   IF NOT CONTATO-EXCLUIDO
                       ADD 1 TO WS-SNP-ATIVOS
                       IF NOT OPT-MALA-NAO
                           ADD 1 TO WS-SNP-CONSENTIDOS
                       END-IF
                   END-IF
           END-READ
           .
       P460-FIM.

      * A FOTOGRAFIA ENTRA NO RUN-LOG COMO UM JOB PROPRIO, PARA O
      * BALANCO BATER OS TOTAIS DOS RELATORIOS CONTRA O MESTRE DO
      * MESMO INSTANTE. O NOME DO DRIVER VOLTA LOGO EM SEGUIDA.
       P465-REGISTRAR-SNAPSHOT.
           MOVE 'SNAPSHOT'         TO WS-RUN-PROGRAMA
           MOVE 'FIM   '           TO WS-RUN-EVENTO
           MOVE 0                  TO WS-RUN-RC
           MOVE WS-SNP-REGISTROS   TO WS-RUN-CONT1
           MOVE WS-SNP-ATIVOS      TO WS-RUN-CONT2
           MOVE WS-SNP-CONSENTIDOS TO WS-RUN-CONT3
           COPY GRAVRUN.
           MOVE 'BATCHEOD'         TO WS-RUN-PROGRAMA
           .
       P465-FIM.


      * CALCULA O SELO CORRENTE DO MESTRE: CONTAGENS POR SITUACAO,
      * HASH ADITIVO SOBRE ID + NOME + CPF (MESMO ESPIRITO DO
