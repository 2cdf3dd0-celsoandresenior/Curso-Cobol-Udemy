      * Purpose: AGING DAS FATURAS EM ABERTO DO DIRETORIO: CRUZA O
      *          HISTORICO DE FATURAMENTO (FATHIST, GRAVADO PELO
      *          FATCONT) COM OS RECEBIMENTOS LANCADOS PELO RECFAT
      *          E OS AJUSTES APROVADOS NO APROVAJU (NOTA DE
      *          CREDITO E BAIXA POR PERDA, VEJA AJUSTFAT.cpy)
      *          E IMPRIME AS FATURAS COM SALDO EM ABERTO POR FAIXA
      *          DE ATRASO (ATE 30, 31-60, 61-90 E MAIS DE 90 DIAS
      *          CONTADOS DO FIM DA COMPETENCIA), COM TOTAIS POR
      *          FAIXA PARA O FINANCEIRO. O VALOR DEVIDO NA DATA DE
      *          PROCESSAMENTO SAI ABERTO EM PRINCIPAL, MULTA E JUROS
      *          DE MORA, APURADOS PELO ENCCALC COM A REGRA DA ENCTAB
      *          (OS RECEBIMENTOS QUITAM PRIMEIRO OS ENCARGOS); AS
      *          FAIXAS SOMAM O PRINCIPAL EM ABERTO.
      *          FATURA RENEGOCIADA EM ACORDO DE PARCELAMENTO (VEJA
      *          ACORDO.cpy) SAI DO AGING: ENTRAM NO LUGAR DELA AS
      *          PARCELAS VENCIDAS E NAO PAGAS DOS ACORDOS ATIVOS,
      *          CADA UMA PELO PROPRIO ATRASO, E O SALDO DOS ACORDOS
      *          ROMPIDOS, PELO ATRASO DA PARCELA MAIS ANTIGA EM
      *          ABERTO (ACOCALC). AS PARCELAS AINDA A VENCER SAO
      *          SOMADAS A PARTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

               SELECT RELAGING ASSIGN TO DYNAMIC
               WS-RELAGING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD RECFAT.
          COPY RECFAT.

       FD AJUSTFAT.
          COPY AJUSTFAT.

       FD ACORDO.
          COPY ACORDO.

       FD RELAGING.
       01 REG-RELAGING              PIC X(80).

          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.
       77 WS-RELAGING-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAGING.TXT'.

          88 FS-HIS-OK              VALUE 0.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.
       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FATURAS CARREGADAS DO FATHIST (WS-FAT-ACORDO DIFERENTE DE
      * ZERO: FATURA RENEGOCIADA NESSE ACORDO).
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ENTRY OCCURS 500 TIMES.
               05 WS-FAT-COMPETENCIA PIC 9(06).
               05 WS-FAT-GRUPO       PIC 9(02).
               05 WS-FAT-VALOR       PIC S9(11)V99.
               05 WS-FAT-ACORDO      PIC 9(05).

      * ACORDOS DE PARCELAMENTO ATIVOS OU ROMPIDOS, APURADOS NO
      * ACOCALC NA DATA DE PROCESSAMENTO.
       77 WS-QTD-ACO                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-ACORDOS.
           03 WS-ACO-ENTRY OCCURS 500 TIMES.
               05 WS-ACO-NUMERO      PIC 9(05).
               05 WS-ACO-SITUACAO    PIC X(01).
       77 WS-IDX-ACO                PIC 9(03) VALUE ZEROES.
       77 WS-IDX-PARC               PIC 9(03) VALUE ZEROES.

          COPY ACOCALC.

      * MOVIMENTOS DAS FATURAS: RECEBIMENTOS DO RECFAT ('R') E
      * AJUSTES APROVADOS DO AJUSTFAT ('C' NOTA DE CREDITO, 'B'
      * BAIXA), NA DATA DO PAGAMENTO OU DA APROVACAO.
       77 WS-QTD-MOV                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-MOVIMENTOS.
           03 WS-MOV-ENTRY OCCURS 5000 TIMES.
               05 WS-MOV-COMPETENCIA PIC 9(06).
               05 WS-MOV-GRUPO       PIC 9(02).
               05 WS-MOV-TIPO        PIC X(01).
               05 WS-MOV-DATA        PIC 9(08).
               05 WS-MOV-VALOR       PIC S9(11)V99.

          COPY ENCCALC.

       77 WS-IDX                    PIC 9(03) VALUE ZEROES.
       77 WS-IDX-MOV                PIC 9(04) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.

       77 WS-SALDO                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-PRINC-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-MULTA-EDITADA          PIC -Z(7)9,99 VALUE SPACES.
       77 WS-JUROS-EDITADO          PIC -Z(7)9,99 VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-ABERTO            PIC S9(05) VALUE ZEROES.

       77 WS-TOTAL-30               PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-60               PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-90               PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-MAIS             PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-MULTA            PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-JUROS            PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-DEVIDO           PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOTAL-A-VENCER         PIC S9(11)V99 VALUE ZEROES.
       77 WS-FAIXA                  PIC X(05) VALUE SPACES.

       77 WS-ABERTAS                PIC 9(03) VALUE ZEROES.
           DISPLAY "*** AGING DE FATURAS EM ABERTO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-CARREGAR-FATURAS THRU P200-FIM
           PERFORM P300-CARREGAR-RECEBIMENTOS THRU P300-FIM
           PERFORM P350-CARREGAR-AJUSTES THRU P350-FIM
           PERFORM P380-CARREGAR-ACORDOS THRU P380-FIM
           PERFORM P500-IMPRIMIR THRU P500-FIM
           PERFORM P900-FIM.

                   TO WS-RECFAT-PATH
           END-IF

           DISPLAY 'AJUSTFAT_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUSTFAT-PATH     FROM ENVIRONMENT-VALUE
           IF WS-AJUSTFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'
                   TO WS-AJUSTFAT-PATH
           END-IF

           DISPLAY 'ACORDO_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ACORDO-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ACORDO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'
                   TO WS-ACORDO-PATH
           END-IF

           DISPLAY 'RELAGING_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELAGING-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELAGING-PATH = SPACES
                   TO WS-RELAGING-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

       P210-FIM.

      * LOCALIZA (OU ABRE) A FAIXA DA FATURA COMPETENCIA+GRUPO DO
      * REGISTRO CORRENTE DO FATHIST.
       P250-ACHA-FATURA.
           MOVE 0 TO WS-IDX
           SET ACHADO-OK TO FALSE
                       TO WS-FAT-COMPETENCIA(WS-QTD)
                   MOVE FH-GRUPO TO WS-FAT-GRUPO(WS-QTD)
                   MOVE 0 TO WS-FAT-VALOR(WS-QTD)
                   MOVE 0 TO WS-FAT-ACORDO(WS-QTD)
                   MOVE WS-QTD TO WS-IDX
               ELSE
                   DISPLAY 'ATENCAO: LIMITE DE 500 FATURAS '
           .
       P260-FIM.

       P300-CARREGAR-RECEBIMENTOS.
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE

           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P310-CARREGAR-RECEBIMENTO THRU P310-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           ELSE
           .
       P300-FIM.

       P310-CARREGAR-RECEBIMENTO.
           READ RECFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF RF-COMPETENCIA = 0
                       GO TO P310-FIM
                   END-IF
                   PERFORM P370-ABRIR-MOVIMENTO THRU P370-FIM
                   IF WS-IDX-MOV > 0
                       MOVE RF-COMPETENCIA
                           TO WS-MOV-COMPETENCIA(WS-IDX-MOV)
                       MOVE RF-GRUPO TO WS-MOV-GRUPO(WS-IDX-MOV)
                       MOVE 'R'      TO WS-MOV-TIPO(WS-IDX-MOV)
                       MOVE RF-DATA  TO WS-MOV-DATA(WS-IDX-MOV)
                       MOVE RF-VALOR TO WS-MOV-VALOR(WS-IDX-MOV)
                   END-IF
           END-READ
           .
       P310-FIM.

      * SO OS AJUSTES APROVADOS ABATEM O SALDO; PENDENTES E
      * REJEITADOS NAO CONTAM.
       P350-CARREGAR-AJUSTES.
           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE

           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P360-CARREGAR-AJUSTE THRU P360-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-CARREGAR-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AJ-APROVADO
                       PERFORM P370-ABRIR-MOVIMENTO THRU P370-FIM
                       IF WS-IDX-MOV > 0
                           MOVE AJ-COMPETENCIA
                               TO WS-MOV-COMPETENCIA(WS-IDX-MOV)
                           MOVE AJ-GRUPO TO WS-MOV-GRUPO(WS-IDX-MOV)
                           MOVE AJ-TIPO  TO WS-MOV-TIPO(WS-IDX-MOV)
                           MOVE AJ-DT-DECISAO
                               TO WS-MOV-DATA(WS-IDX-MOV)
                           MOVE AJ-VALOR TO WS-MOV-VALOR(WS-IDX-MOV)
                       END-IF
                   END-IF
           END-READ
           .
       P360-FIM.

      * RESERVA A PROXIMA POSICAO DA TABELA DE MOVIMENTOS EM
      * WS-IDX-MOV (0 = TABELA CHEIA).
       P370-ABRIR-MOVIMENTO.
           MOVE 0 TO WS-IDX-MOV
           IF WS-QTD-MOV < 5000
               ADD 1 TO WS-QTD-MOV
               MOVE WS-QTD-MOV TO WS-IDX-MOV
           ELSE
               DISPLAY 'ATENCAO: LIMITE DE 5000 MOVIMENTOS '
                   'ATINGIDO. OS DEMAIS FORAM IGNORADOS.'
           END-IF
           .
       P370-FIM.

      * MARCA AS FATURAS RENEGOCIADAS (LINHA 'F' DE QUALQUER ACORDO)
      * E GUARDA OS ACORDOS AINDA COBRAVEIS: ATIVOS E ROMPIDOS.
       P380-CARREGAR-ACORDOS.
           SET EOF-OK TO FALSE
           SET FS-ACO-OK TO TRUE

           OPEN INPUT ACORDO
           IF FS-ACO-OK
               PERFORM P390-CARREGAR-ACORDO THRU P390-FIM
                   UNTIL EOF-OK
               CLOSE ACORDO
           END-IF
           SET EOF-OK TO FALSE
           .
       P380-FIM.

       P390-CARREGAR-ACORDO.
           READ ACORDO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P390-FIM
           END-READ
           IF ACO-FATURA
               MOVE ACO-COMPETENCIA TO FH-COMPETENCIA
               MOVE ACO-GRUPO       TO FH-GRUPO
               SET ACHADO-OK TO FALSE
               MOVE 1 TO WS-IDX
               PERFORM P260-COMPARA-FATURA THRU P260-FIM
                   UNTIL WS-IDX > WS-QTD OR ACHADO-OK
               IF ACHADO-OK
                   MOVE ACO-NUMERO TO WS-FAT-ACORDO(WS-IDX)
               END-IF
           END-IF
           IF ACO-CABECALHO AND (ACO-ATIVO OR ACO-ROMPIDO)
               IF WS-QTD-ACO < 500
                   ADD 1 TO WS-QTD-ACO
                   MOVE ACO-NUMERO   TO WS-ACO-NUMERO(WS-QTD-ACO)
                   MOVE ACO-SITUACAO TO WS-ACO-SITUACAO(WS-QTD-ACO)
               ELSE
                   DISPLAY 'ATENCAO: LIMITE DE 500 ACORDOS '
                       'ATINGIDO. OS DEMAIS FORAM IGNORADOS.'
               END-IF
           END-IF
           .
       P390-FIM.

       P500-IMPRIMIR.
           OPEN OUTPUT RELAGING
           IF NOT FS-REL-OK
           PERFORM P510-IMPRIMIR-FATURA THRU P510-FIM
               UNTIL WS-IDX > WS-QTD

           MOVE 1 TO WS-IDX-ACO
           PERFORM P540-IMPRIMIR-ACORDO THRU P540-FIM
               UNTIL WS-IDX-ACO > WS-QTD-ACO

           MOVE SPACES TO REG-RELAGING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE WS-TOTAL-MULTA TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING 'TOTAL DE MULTAS......: R$ ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO             DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE WS-TOTAL-JUROS TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING 'TOTAL DE JUROS.......: R$ ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO             DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE WS-TOTAL-DEVIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING 'TOTAL DEVIDO.........: R$ ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO             DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE WS-TOTAL-A-VENCER TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING 'PARCELAS A VENCER....: R$ ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO             DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           IF FS-REL-OK
               CLOSE RELAGING
           END-IF
       P500-FIM.

       P510-IMPRIMIR-FATURA.
           IF WS-FAT-ACORDO(WS-IDX) NOT = 0
               ADD 1 TO WS-IDX
               GO TO P510-FIM
           END-IF
           PERFORM P520-APURAR-ENCARGOS THRU P520-FIM
           IF EC-TOTAL-DEVIDO NOT > 0
               ADD 1 TO WS-IDX
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-ABERTAS

      * ATRASO CONTADO DO VENCIMENTO (ULTIMO DIA DA COMPETENCIA),
      * DEVOLVIDO PELO ENCCALC.
           MOVE EC-DIAS-ATRASO      TO WS-DIAS-ABERTO
           MOVE EC-ABERTO-PRINCIPAL TO WS-SALDO
           PERFORM P550-CLASSIFICAR-FAIXA THRU P550-FIM
           ADD EC-ABERTO-MULTA TO WS-TOTAL-MULTA
           ADD EC-ABERTO-JUROS TO WS-TOTAL-JUROS
           ADD EC-TOTAL-DEVIDO TO WS-TOTAL-DEVIDO

           MOVE EC-TOTAL-DEVIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING 'COMPETENCIA '    DELIMITED BY SIZE
                  WS-FAT-COMPETENCIA(WS-IDX) DELIMITED BY SIZE
                  ' GRUPO '         DELIMITED BY SIZE
                  WS-FAT-GRUPO(WS-IDX) DELIMITED BY SIZE
                  ' FAIXA '         DELIMITED BY SIZE
                  WS-FAIXA          DELIMITED BY SIZE
                  ' DEVIDO R$ '     DELIMITED BY SIZE
                  WS-VALOR-EDITADO  DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE EC-ABERTO-PRINCIPAL TO WS-PRINC-EDITADO
           MOVE EC-ABERTO-MULTA     TO WS-MULTA-EDITADA
           MOVE EC-ABERTO-JUROS     TO WS-JUROS-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING '   PRINCIPAL '   DELIMITED BY SIZE
                  WS-PRINC-EDITADO  DELIMITED BY SIZE
                  ' MULTA '         DELIMITED BY SIZE
                  WS-MULTA-EDITADA  DELIMITED BY SIZE
                  ' JUROS '         DELIMITED BY SIZE
                  WS-JUROS-EDITADO  DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           ADD 1 TO WS-IDX
           .
       P510-FIM.

      * MONTA A AREA DO ENCCALC COM A FATURA CORRENTE E OS
      * MOVIMENTOS DELA E APURA O DEVIDO NA DATA DE PROCESSAMENTO.
       P520-APURAR-ENCARGOS.
           MOVE WS-FAT-COMPETENCIA(WS-IDX) TO EC-COMPETENCIA
           MOVE WS-DATA-SISTEMA            TO EC-DATA-REF
           MOVE WS-FAT-VALOR(WS-IDX)       TO EC-VALOR-FATURA
           MOVE 0 TO EC-QTD-MOV
           MOVE 1 TO WS-IDX-MOV
           PERFORM P530-COPIAR-MOVIMENTO THRU P530-FIM
               UNTIL WS-IDX-MOV > WS-QTD-MOV
           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           .
       P520-FIM.

       P530-COPIAR-MOVIMENTO.
           IF WS-MOV-COMPETENCIA(WS-IDX-MOV) =
                   WS-FAT-COMPETENCIA(WS-IDX)
                   AND WS-MOV-GRUPO(WS-IDX-MOV) = WS-FAT-GRUPO(WS-IDX)
               IF EC-QTD-MOV < 200
                   ADD 1 TO EC-QTD-MOV
                   MOVE WS-MOV-TIPO(WS-IDX-MOV)
                       TO EC-MOV-TIPO(EC-QTD-MOV)
                   MOVE WS-MOV-DATA(WS-IDX-MOV)
                       TO EC-MOV-DATA(EC-QTD-MOV)
                   MOVE WS-MOV-VALOR(WS-IDX-MOV)
                       TO EC-MOV-VALOR(EC-QTD-MOV)
               ELSE
                   DISPLAY 'ATENCAO: FATURA '
                       WS-FAT-COMPETENCIA(WS-IDX) '/'
                       WS-FAT-GRUPO(WS-IDX)
                       ' COM MAIS DE 200 MOVIMENTOS.'
               END-IF
           END-IF
           ADD 1 TO WS-IDX-MOV
           .
       P530-FIM.

      * ACORDO ROMPIDO: UMA LINHA COM O SALDO, PELO ATRASO DA
      * PARCELA MAIS ANTIGA EM ABERTO. ACORDO ATIVO: UMA LINHA POR
      * PARCELA VENCIDA E NAO PAGA, PELO ATRASO DELA.
       P540-IMPRIMIR-ACORDO.
           MOVE WS-ACO-NUMERO(WS-IDX-ACO) TO AK-NUMERO
           MOVE WS-DATA-SISTEMA           TO AK-DATA-REF
           CALL 'ACOCALC' USING CALCULO-ACORDO
           IF NOT AK-CALCULADO OR AK-SALDO NOT > 0
               ADD 1 TO WS-IDX-ACO
               GO TO P540-FIM
           END-IF

           IF WS-ACO-SITUACAO(WS-IDX-ACO) = 'R'
               ADD 1 TO WS-ABERTAS
               MOVE AK-DIAS-ATRASO TO WS-DIAS-ABERTO
               MOVE AK-SALDO       TO WS-SALDO
               PERFORM P550-CLASSIFICAR-FAIXA THRU P550-FIM
               ADD AK-SALDO TO WS-TOTAL-DEVIDO
               MOVE AK-SALDO TO WS-VALOR-EDITADO
               MOVE SPACES TO REG-RELAGING
               STRING 'ACORDO '         DELIMITED BY SIZE
                      AK-NUMERO         DELIMITED BY SIZE
                      ' ROMPIDO GRUPO ' DELIMITED BY SIZE
                      AK-GRUPO          DELIMITED BY SIZE
                      ' FAIXA '         DELIMITED BY SIZE
                      WS-FAIXA          DELIMITED BY SIZE
                      ' DEVIDO R$ '     DELIMITED BY SIZE
                      WS-VALOR-EDITADO  DELIMITED BY SIZE
                      INTO REG-RELAGING
               END-STRING
               PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           ELSE
               MOVE 1 TO WS-IDX-PARC
               PERFORM P545-IMPRIMIR-PARCELA THRU P545-FIM
                   UNTIL WS-IDX-PARC > AK-QTD-PARCELAS
           END-IF
           ADD 1 TO WS-IDX-ACO
           .
       P540-FIM.

       P545-IMPRIMIR-PARCELA.
           IF AK-PARC-ABERTO(WS-IDX-PARC) NOT > 0
               ADD 1 TO WS-IDX-PARC
               GO TO P545-FIM
           END-IF
           IF AK-PARC-DIAS(WS-IDX-PARC) = 0
               ADD AK-PARC-ABERTO(WS-IDX-PARC) TO WS-TOTAL-A-VENCER
               ADD 1 TO WS-IDX-PARC
               GO TO P545-FIM
           END-IF

           ADD 1 TO WS-ABERTAS
           MOVE AK-PARC-DIAS(WS-IDX-PARC)   TO WS-DIAS-ABERTO
           MOVE AK-PARC-ABERTO(WS-IDX-PARC) TO WS-SALDO
           PERFORM P550-CLASSIFICAR-FAIXA THRU P550-FIM
           ADD WS-SALDO TO WS-TOTAL-DEVIDO
           MOVE WS-SALDO TO WS-VALOR-EDITADO
           MOVE SPACES TO REG-RELAGING
           STRING 'ACORDO '         DELIMITED BY SIZE
                  AK-NUMERO         DELIMITED BY SIZE
                  ' PARC '          DELIMITED BY SIZE
                  WS-IDX-PARC       DELIMITED BY SIZE
                  ' GRUPO '         DELIMITED BY SIZE
                  AK-GRUPO          DELIMITED BY SIZE
                  ' FAIXA '         DELIMITED BY SIZE
                  WS-FAIXA          DELIMITED BY SIZE
                  ' DEVIDO R$ '     DELIMITED BY SIZE
                  WS-VALOR-EDITADO  DELIMITED BY SIZE
                  INTO REG-RELAGING
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           ADD 1 TO WS-IDX-PARC
           .
       P545-FIM.

      * FAIXA DE ATRASO DE WS-DIAS-ABERTO; SOMA WS-SALDO NO TOTAL
      * DA FAIXA.
       P550-CLASSIFICAR-FAIXA.
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTO NOT > 30
                   MOVE '0-30 ' TO WS-FAIXA
                   MOVE '+90  ' TO WS-FAIXA
                   ADD WS-SALDO TO WS-TOTAL-MAIS
           END-EVALUATE
           .
       P550-FIM.

       P560-GRAVAR-LINHA.
           IF FS-REL-OK
