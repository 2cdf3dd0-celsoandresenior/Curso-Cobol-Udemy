      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARTA DE COBRANCA DAS FATURAS EM ATRASO: CRUZA O
      *          FATHIST COM OS RECEBIMENTOS DO RECFAT E OS
      *          AJUSTES APROVADOS DO AJUSTFAT (MESMA APURACAO DO
      *          AGINGREL) E, PARA CADA FATURA COM
      *          SALDO EM ABERTO HA MAIS DE 30 DIAS DO FIM DA
      *          COMPETENCIA, GERA UMA CARTA PELO MECANISMO DE
      *          GABARITO DO CARTACONT (COBRA.TPL) COM OS
      *          MARCADORES:
      *            &GRUPO  - DESCRICAO DO GRUPO (GRUPTAB)
      *            &COMPET - COMPETENCIA DA FATURA
      *            &VALOR  - VALOR DEVIDO NA DATA DE PROCESSAMENTO
      *                      (PRINCIPAL + MULTA + JUROS DE MORA)
      *            &PRINC  - PRINCIPAL EM ABERTO
      *            &MULTA  - MULTA DE ATRASO EM ABERTO
      *            &JUROS  - JUROS DE MORA EM ABERTO
      *            &RASTRO - NUMERO DO OBJETO DA CARTA REGISTRADA
      *          AS FATURAS LISTADAS NO ARQUIVO DE SELECAO COBRASEL
      *          (COMPETENCIA + GRUPO POR LINHA) SAEM COMO CARTA
      *          REGISTRADA COM AVISO DE RECEBIMENTO: CADA UMA RECEBE
      *          UM NUMERO DE OBJETO DA FAIXA PRE-ALOCADA PELOS
      *          CORREIOS (RASTFAIXA) E FICA GRAVADA NO COBRAREG
      *          (VEJA COBRAREG.cpy) PARA A PROVA DE ENTREGA, QUE O
      *          CARGAAR ATUALIZA E O CONSFAT MOSTRA.
      *          OS ENCARGOS DE ATRASO SAO APURADOS PELO ENCCALC
      *          COM A REGRA DA ENCTAB, COMO NO AGINGREL.
      *          FATURA RENEGOCIADA EM ACORDO DE PARCELAMENTO (VEJA
      *          ACORDO.cpy) NAO E MAIS COBRADA: NO LUGAR DELA, COM O
      *          GABARITO PROPRIO DOS ACORDOS (COBRAACO.TPL), SAI UMA
      *          CARTA SIMPLES PARA CADA PARCELA VENCIDA E NAO PAGA
      *          DE ACORDO ATIVO E UMA PARA O SALDO DE CADA ACORDO
      *          ROMPIDO (ACOCALC), COM OS MARCADORES &GRUPO, &VALOR
      *          E MAIS:
      *            &ACORDO - NUMERO DO ACORDO
      *            &PARC   - PARCELA (NNN/NNN) OU 'SALDO'
      *            &VENCTO - VENCIMENTO DA PARCELA (DD/MM/AAAA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COB.

               SELECT COBRASEL ASSIGN TO DYNAMIC
               WS-COBRASEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEL.

               SELECT RASTFAIXA ASSIGN TO DYNAMIC
               WS-RASTFAIXA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RFX.

               SELECT COBRAREG ASSIGN TO DYNAMIC
               WS-COBRAREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRG.

               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

               SELECT ACORDO ASSIGN TO DYNAMIC
               WS-ACORDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACO.

       DATA DIVISION.

       FILE SECTION.
       FD COBRANCAS.
       01 REG-COBRANCA              PIC X(132).

      * FATURAS ESCOLHIDAS PARA CARTA REGISTRADA.
       FD COBRASEL.
       01 REG-COBRASEL.
           03 SEL-COMPETENCIA        PIC 9(06).
           03 SEL-GRUPO              PIC 9(02).

      * FAIXAS DE NUMEROS DE OBJETO CEDIDAS PELOS CORREIOS: PREFIXO
      * DO SERVICO, PRIMEIRO E ULTIMO NUMERO DA FAIXA E O ULTIMO JA
      * USADO (ZERO = NENHUM). O NUMERO DO OBJETO E PREFIXO + 8
      * DIGITOS + DIGITO VERIFICADOR + 'BR'.
       FD RASTFAIXA.
       01 REG-RASTFAIXA.
           03 RFX-PREFIXO            PIC X(02).
           03 RFX-INICIO             PIC 9(08).
           03 RFX-FIM                PIC 9(08).
           03 RFX-ULTIMO             PIC 9(08).
           03 RFX-ATIVO              PIC X(01).
               88 RFX-DESATIVADA         VALUE 'N'.

       FD COBRAREG.
          COPY COBRAREG.

       FD AJUSTFAT.
          COPY AJUSTFAT.

       FD ACORDO.
          COPY ACORDO.

       WORKING-STORAGE SECTION.
       77 WS-FATHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FATHIST.TXT'.
          88 FS-GAB-OK              VALUE 0.
       77 WS-FS-COB                 PIC 99.
          88 FS-COB-OK              VALUE 0.
       77 WS-COBRASEL-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COBRASEL.TXT'.
       77 WS-RASTFAIXA-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\RASTFAIXA.TXT'.
       77 WS-COBRAREG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COBRAREG.TXT'.
       77 WS-FS-SEL                 PIC 99.
          88 FS-SEL-OK              VALUE 0.
       77 WS-FS-RFX                 PIC 99.
          88 FS-RFX-OK              VALUE 0.
       77 WS-FS-CRG                 PIC 99.
          88 FS-CRG-OK              VALUE 0.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.
       77 WS-ACORDO-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ACORDO.TXT'.
       77 WS-FS-ACO                 PIC 99.
          88 FS-ACO-OK              VALUE 0.
       77 WS-GABARITO-ACO-PATH      PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COBRAACO.TPL'.

      * FATURAS QUE VAO COMO CARTA REGISTRADA (COBRASEL).
       77 WS-SEL-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-SELECAO.
           03 WS-SEL-ENTRY OCCURS 200 TIMES INDEXED BY WS-SEL-IDX.
               05 WS-SEL-COMPETENCIA PIC 9(06).
               05 WS-SEL-GRUPO       PIC 9(02).

      * FAIXAS DE OBJETO CARREGADAS; REGRAVADAS NO FIM COM O ULTIMO
      * NUMERO USADO.
       77 WS-RFX-QTD                PIC 9(02) VALUE ZEROES.
       01 WS-TAB-RASTFAIXA.
           03 WS-RFX-ENTRY OCCURS 20 TIMES INDEXED BY WS-RFX-IDX.
               05 WS-RFX-LINHA       PIC X(27).
       01 WS-RFX-REGISTRO.
           03 WS-RFX-PREFIXO         PIC X(02).
           03 WS-RFX-INICIO          PIC 9(08).
           03 WS-RFX-FIM             PIC 9(08).
           03 WS-RFX-ULTIMO          PIC 9(08).
           03 WS-RFX-ATIVO           PIC X(01).

      * NUMERO DO OBJETO MONTADO PARA A CARTA REGISTRADA.
       01 WS-RASTREIO.
           03 WS-RST-PREFIXO         PIC X(02).
           03 WS-RST-NUMERO          PIC 9(08).
           03 WS-RST-NUMERO-DIG REDEFINES WS-RST-NUMERO.
               05 WS-RST-DIGITO      PIC 9(01) OCCURS 8 TIMES.
           03 WS-RST-DV              PIC 9(01).
           03 WS-RST-SUFIXO          PIC X(02).
       01 WS-TAB-PESOS-RASTREIO     PIC X(08) VALUE '86423597'.
       01 WS-PESOS-RASTREIO REDEFINES WS-TAB-PESOS-RASTREIO.
           03 WS-RST-PESO            PIC 9(01) OCCURS 8 TIMES.
       77 WS-RST-IDX                PIC 9(01) VALUE ZEROES.
       77 WS-RST-SOMA               PIC 9(04) VALUE ZEROES.
       77 WS-RST-QUOCIENTE          PIC 9(04) VALUE ZEROES.
       77 WS-RST-RESTO              PIC 9(02) VALUE ZEROES.

       77 WS-REGISTRADA             PIC X VALUE 'N'.
          88 CARTA-REGISTRADA       VALUE 'S' FALSE 'N'.
       77 WS-CARTAS-REGISTRADAS     PIC 9(03) VALUE ZEROES.
       77 WS-SEM-RASTREIO           PIC 9(03) VALUE ZEROES.

      * FATURAS CARREGADAS DO FATHIST E SEUS MOVIMENTOS (MESMO
      * MOLDE DO AGINGREL): RECEBIMENTOS ('R') E AJUSTES APROVADOS
      * ('C' NOTA DE CREDITO, 'B' BAIXA). WS-FAT-ACORDO DIFERENTE
      * DE ZERO: FATURA RENEGOCIADA NESSE ACORDO.
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ENTRY OCCURS 500 TIMES.
               05 WS-FAT-COMPETENCIA PIC 9(06).
               05 WS-FAT-GRUPO       PIC 9(02).
               05 WS-FAT-VALOR       PIC S9(11)V99.
               05 WS-FAT-ACORDO      PIC 9(05).

      * ACORDOS DE PARCELAMENTO ATIVOS OU ROMPIDOS (VEJA AGINGREL).
       77 WS-QTD-ACO                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-ACORDOS.
           03 WS-ACO-ENTRY OCCURS 500 TIMES.
               05 WS-ACO-NUMERO      PIC 9(05).
               05 WS-ACO-SITUACAO    PIC X(01).
       77 WS-IDX-ACO                PIC 9(03) VALUE ZEROES.
       77 WS-IDX-PARC               PIC 9(03) VALUE ZEROES.

          COPY ACOCALC.

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

       77 WS-POS-IN                 PIC 9(03) VALUE ZEROES.
       77 WS-POS-OUT                PIC 9(03) VALUE ZEROES.

       77 WS-GRUPO-BUSCA            PIC 9(02) VALUE ZEROES.
       77 WS-GRUPO-DESC             PIC X(20) VALUE SPACES.
       77 WS-SALDO                  PIC S9(11)V99 VALUE ZEROES.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-PRINC-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-MULTA-EDITADA          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-JUROS-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
       77 WS-COMPET-EDITADA         PIC X(07) VALUE SPACES.
       77 WS-PARC-EDITADA           PIC X(07) VALUE SPACES.
       77 WS-VENCTO-EDITADO         PIC X(10) VALUE SPACES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-CARTAS-GERADAS         PIC 9(03) VALUE ZEROES.
       77 WS-CARTAS-ACORDO          PIC 9(03) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
                   'INDISPONIVEL. NADA A GERAR.'
               PERFORM P900-FIM
           END-IF
           PERFORM P170-CARREGAR-SELECAO THRU P170-FIM
           PERFORM P200-CARREGAR-FATURAS THRU P200-FIM
           PERFORM P300-CARREGAR-RECEBIMENTOS THRU P300-FIM
           PERFORM P350-CARREGAR-AJUSTES THRU P350-FIM
           PERFORM P380-CARREGAR-ACORDOS THRU P380-FIM
           PERFORM P500-GERAR-CARTAS THRU P500-FIM
           IF WS-CARTAS-REGISTRADAS > 0
               PERFORM P650-REGRAVAR-FAIXAS THRU P650-FIM
           END-IF
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
                   TO WS-COBRANCAS-PATH
           END-IF

           DISPLAY 'COBRASEL_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COBRASEL-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COBRASEL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COBRASEL.TXT'
                   TO WS-COBRASEL-PATH
           END-IF

           DISPLAY 'RASTFAIXA_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-RASTFAIXA-PATH    FROM ENVIRONMENT-VALUE
           IF WS-RASTFAIXA-PATH = SPACES
               MOVE 'C:\Users\gotic\RASTFAIXA.TXT' TO WS-RASTFAIXA-PATH
           END-IF

           DISPLAY 'COBRAREG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COBRAREG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COBRAREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COBRAREG.TXT'
                   TO WS-COBRAREG-PATH
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

           DISPLAY 'COBRA_ACORDO_TPL_PATH' UPON ENVIRONMENT-NAME
           ACCEPT   WS-GABARITO-ACO-PATH FROM ENVIRONMENT-VALUE
           IF WS-GABARITO-ACO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COBRAACO.TPL'
                   TO WS-GABARITO-ACO-PATH
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

           .
       P160-FIM.

      * SELECAO DAS CARTAS REGISTRADAS E FAIXAS DE OBJETO. SEM
      * SELECAO, TODAS AS CARTAS SAEM SIMPLES.
       P170-CARREGAR-SELECAO.
           MOVE 0 TO WS-SEL-QTD
           SET EOF-OK TO FALSE
           SET FS-SEL-OK TO TRUE
           OPEN INPUT COBRASEL
           IF NOT FS-SEL-OK
               GO TO P170-FIM
           END-IF
           PERFORM P175-CARREGAR-ESCOLHA THRU P175-FIM
               UNTIL EOF-OK
           CLOSE COBRASEL
           SET EOF-OK TO FALSE
           IF WS-SEL-QTD = 0
               GO TO P170-FIM
           END-IF

           MOVE 0 TO WS-RFX-QTD
           SET FS-RFX-OK TO TRUE
           OPEN INPUT RASTFAIXA
           IF FS-RFX-OK
               PERFORM P180-CARREGAR-FAIXA THRU P180-FIM
                   UNTIL EOF-OK
               CLOSE RASTFAIXA
           ELSE
               DISPLAY 'FAIXA DE OBJETOS DOS CORREIOS INDISPONIVEL '
                       '(FS=' WS-FS-RFX '). AS CARTAS SAEM SIMPLES.'
           END-IF
           SET EOF-OK TO FALSE
           .
       P170-FIM.

       P175-CARREGAR-ESCOLHA.
           READ COBRASEL
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P175-FIM
           END-READ
           IF SEL-COMPETENCIA NOT NUMERIC OR SEL-GRUPO NOT NUMERIC
               GO TO P175-FIM
           END-IF
           IF WS-SEL-QTD < 200
               ADD 1 TO WS-SEL-QTD
               MOVE SEL-COMPETENCIA TO WS-SEL-COMPETENCIA(WS-SEL-QTD)
               MOVE SEL-GRUPO       TO WS-SEL-GRUPO(WS-SEL-QTD)
           END-IF
           .
       P175-FIM.

       P180-CARREGAR-FAIXA.
           READ RASTFAIXA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P180-FIM
           END-READ
           IF WS-RFX-QTD < 20
               ADD 1 TO WS-RFX-QTD
               MOVE REG-RASTFAIXA TO WS-RFX-LINHA(WS-RFX-QTD)
           END-IF
           .
       P180-FIM.

       P200-CARREGAR-FATURAS.
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
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
           END-IF
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

      * SO OS AJUSTES APROVADOS ABATEM O SALDO (VEJA AGINGREL).
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

      * MARCA AS FATURAS RENEGOCIADAS E GUARDA OS ACORDOS AINDA
      * COBRAVEIS (VEJA AGINGREL).
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
                   AND WS-QTD-ACO < 500
               ADD 1 TO WS-QTD-ACO
               MOVE ACO-NUMERO   TO WS-ACO-NUMERO(WS-QTD-ACO)
               MOVE ACO-SITUACAO TO WS-ACO-SITUACAO(WS-QTD-ACO)
           END-IF
           .
       P390-FIM.

       P500-GERAR-CARTAS.
           OPEN OUTPUT COBRANCAS
           IF NOT FS-COB-OK
               GO TO P500-FIM
           END-IF

           IF WS-SEL-QTD > 0
               SET FS-CRG-OK TO TRUE
               OPEN EXTEND COBRAREG
               IF WS-FS-CRG EQUAL 35
                   OPEN OUTPUT COBRAREG
               END-IF
               IF NOT FS-CRG-OK
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTAS '
                       'REGISTRADAS (FS=' WS-FS-CRG '). AS CARTAS '
                       'SAEM SIMPLES.'
                   MOVE 0 TO WS-SEL-QTD
               END-IF
           END-IF

           MOVE 1 TO WS-IDX
           PERFORM P510-AVALIAR-FATURA THRU P510-FIM
               UNTIL WS-IDX > WS-QTD

           IF WS-QTD-ACO > 0
               PERFORM P700-CARTAS-ACORDO THRU P700-FIM
           END-IF

           CLOSE COBRANCAS
           IF WS-SEL-QTD > 0
               CLOSE COBRAREG
           END-IF
           DISPLAY 'CARTAS DE COBRANCA GERADAS: ' WS-CARTAS-GERADAS
           DISPLAY 'CARTAS REGISTRADAS COM AR.: ' WS-CARTAS-REGISTRADAS
           DISPLAY 'CARTAS DE ACORDO..........: ' WS-CARTAS-ACORDO
           IF WS-SEM-RASTREIO > 0
               DISPLAY 'ESCOLHIDAS PARA REGISTRO MAS SEM NUMERO DE '
                   'OBJETO (SAIRAM SIMPLES): ' WS-SEM-RASTREIO
           END-IF
           .
       P500-FIM.

       P510-AVALIAR-FATURA.
           IF WS-FAT-ACORDO(WS-IDX) NOT = 0
               ADD 1 TO WS-IDX
               GO TO P510-FIM
           END-IF
           PERFORM P512-APURAR-ENCARGOS THRU P512-FIM
           MOVE EC-TOTAL-DEVIDO TO WS-SALDO
           IF WS-SALDO NOT > 0
               ADD 1 TO WS-IDX
               GO TO P510-FIM
           END-IF

      * SO ENTRA NA COBRANCA QUEM PASSOU DE 30 DIAS DO FIM DA
      * COMPETENCIA SEM QUITAR.
           IF EC-DIAS-ATRASO NOT > 30
               ADD 1 TO WS-IDX
               GO TO P510-FIM
           END-IF

           MOVE WS-FAT-GRUPO(WS-IDX) TO WS-GRUPO-BUSCA
           PERFORM P520-BUSCA-GRUPO THRU P520-FIM
           MOVE WS-SALDO            TO WS-VALOR-EDITADO
           MOVE EC-ABERTO-PRINCIPAL TO WS-PRINC-EDITADO
           MOVE EC-ABERTO-MULTA     TO WS-MULTA-EDITADA
           MOVE EC-ABERTO-JUROS     TO WS-JUROS-EDITADO
           MOVE SPACES TO WS-COMPET-EDITADA
           STRING WS-FAT-COMPETENCIA(WS-IDX)(5:2)
                                     DELIMITED BY SIZE
                  INTO WS-COMPET-EDITADA
           END-STRING

           PERFORM P600-ESCOLHA-REGISTRO THRU P600-FIM
           PERFORM P530-GERAR-CARTA THRU P530-FIM
           IF CARTA-REGISTRADA
               PERFORM P640-GRAVAR-COBRAREG THRU P640-FIM
           END-IF
           ADD 1 TO WS-CARTAS-GERADAS
           ADD 1 TO WS-IDX
           .
       P510-FIM.

      * MONTA A AREA DO ENCCALC COM A FATURA CORRENTE E OS
      * MOVIMENTOS DELA E APURA O DEVIDO NA DATA DE PROCESSAMENTO.
       P512-APURAR-ENCARGOS.
           MOVE WS-FAT-COMPETENCIA(WS-IDX) TO EC-COMPETENCIA
           MOVE WS-DATA-SISTEMA            TO EC-DATA-REF
           MOVE WS-FAT-VALOR(WS-IDX)       TO EC-VALOR-FATURA
           MOVE 0 TO EC-QTD-MOV
           MOVE 1 TO WS-IDX-MOV
           PERFORM P514-COPIAR-MOVIMENTO THRU P514-FIM
               UNTIL WS-IDX-MOV > WS-QTD-MOV
           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           .
       P512-FIM.

       P514-COPIAR-MOVIMENTO.
           IF WS-MOV-COMPETENCIA(WS-IDX-MOV) =
                   WS-FAT-COMPETENCIA(WS-IDX)
                   AND WS-MOV-GRUPO(WS-IDX-MOV) = WS-FAT-GRUPO(WS-IDX)
                   AND EC-QTD-MOV < 200
               ADD 1 TO EC-QTD-MOV
               MOVE WS-MOV-TIPO(WS-IDX-MOV)  TO EC-MOV-TIPO(EC-QTD-MOV)
               MOVE WS-MOV-DATA(WS-IDX-MOV)  TO EC-MOV-DATA(EC-QTD-MOV)
               MOVE WS-MOV-VALOR(WS-IDX-MOV)
                   TO EC-MOV-VALOR(EC-QTD-MOV)
           END-IF
           ADD 1 TO WS-IDX-MOV
           .
       P514-FIM.

       P520-BUSCA-GRUPO.
           MOVE SPACES TO WS-GRUPO-DESC
           SET EOF-OK TO FALSE

           IF WS-GRUPO-DESC = SPACES
               STRING 'GRUPO ' DELIMITED BY SIZE
                      WS-GRUPO-BUSCA DELIMITED BY SIZE
                      INTO WS-GRUPO-DESC
               END-STRING
           END-IF
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF GRUPTAB-COD = WS-GRUPO-BUSCA
                       MOVE GRUPTAB-DESC TO WS-GRUPO-DESC
                   END-IF
           END-READ
       P525-FIM.

       P530-GERAR-CARTA.
           IF CARTA-REGISTRADA
               MOVE SPACES TO REG-COBRANCA
               STRING 'CARTA REGISTRADA COM AVISO DE RECEBIMENTO - '
                                             DELIMITED BY SIZE
                      'OBJETO '              DELIMITED BY SIZE
                      WS-RASTREIO            DELIMITED BY SIZE
                      INTO REG-COBRANCA
               END-STRING
               WRITE REG-COBRANCA
               MOVE SPACES TO REG-COBRANCA
               WRITE REG-COBRANCA
           END-IF
           SET WS-GIDX TO 1
           PERFORM P540-GERAR-LINHA THRU P540-FIM
               UNTIL WS-GIDX > WS-GAB-QTD
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 75
                       AND WS-LIN-ENTRADA(WS-POS-IN:6) = '&PRINC'
                   STRING FUNCTION TRIM(WS-PRINC-EDITADO)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 75
                       AND WS-LIN-ENTRADA(WS-POS-IN:6) = '&MULTA'
                   STRING FUNCTION TRIM(WS-MULTA-EDITADA)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 75
                       AND WS-LIN-ENTRADA(WS-POS-IN:6) = '&JUROS'
                   STRING FUNCTION TRIM(WS-JUROS-EDITADO)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 6 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 74
                       AND WS-LIN-ENTRADA(WS-POS-IN:7) = '&ACORDO'
                   STRING AK-NUMERO DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 7 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 76
                       AND WS-LIN-ENTRADA(WS-POS-IN:5) = '&PARC'
                   STRING FUNCTION TRIM(WS-PARC-EDITADA)
                       DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 5 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 74
                       AND WS-LIN-ENTRADA(WS-POS-IN:7) = '&VENCTO'
                   STRING WS-VENCTO-EDITADO DELIMITED BY SIZE
                       INTO WS-LIN-SAIDA
                       WITH POINTER WS-POS-OUT
                   END-STRING
                   ADD 7 TO WS-POS-IN
               WHEN WS-POS-IN NOT > 74
                       AND WS-LIN-ENTRADA(WS-POS-IN:7) = '&RASTRO'
                   IF CARTA-REGISTRADA
                       STRING WS-RASTREIO DELIMITED BY SIZE
                           INTO WS-LIN-SAIDA
                           WITH POINTER WS-POS-OUT
                       END-STRING
                   END-IF
                   ADD 7 TO WS-POS-IN
               WHEN OTHER
                   MOVE WS-LIN-ENTRADA(WS-POS-IN:1)
                       TO WS-LIN-SAIDA(WS-POS-OUT:1)
           .
       P555-FIM.

      * A FATURA ESCOLHIDA NO COBRASEL VAI REGISTRADA SE AINDA HA
      * NUMERO DE OBJETO NUMA FAIXA ATIVA.
       P600-ESCOLHA-REGISTRO.
           SET CARTA-REGISTRADA TO FALSE
           MOVE SPACES TO WS-RASTREIO
           IF WS-SEL-QTD = 0
               GO TO P600-FIM
           END-IF
           SET WS-SEL-IDX TO 1
           SEARCH WS-SEL-ENTRY
               AT END
                   GO TO P600-FIM
               WHEN WS-SEL-IDX > WS-SEL-QTD
                   GO TO P600-FIM
               WHEN WS-SEL-COMPETENCIA(WS-SEL-IDX) =
                       WS-FAT-COMPETENCIA(WS-IDX)
                       AND WS-SEL-GRUPO(WS-SEL-IDX) =
                       WS-FAT-GRUPO(WS-IDX)
                   CONTINUE
           END-SEARCH

           SET WS-RFX-IDX TO 1
           PERFORM P610-ALOCAR-NUMERO THRU P610-FIM
               UNTIL WS-RFX-IDX > WS-RFX-QTD OR CARTA-REGISTRADA
           IF NOT CARTA-REGISTRADA
               ADD 1 TO WS-SEM-RASTREIO
               DISPLAY 'SEM NUMERO DE OBJETO LIVRE PARA A FATURA '
                   WS-FAT-COMPETENCIA(WS-IDX) '/' WS-FAT-GRUPO(WS-IDX)
                   '. CARTA SAI SIMPLES.'
           END-IF
           .
       P600-FIM.

       P610-ALOCAR-NUMERO.
           MOVE WS-RFX-LINHA(WS-RFX-IDX) TO WS-RFX-REGISTRO
           IF WS-RFX-ATIVO = 'N'
                   OR WS-RFX-INICIO NOT NUMERIC
                   OR WS-RFX-FIM NOT NUMERIC
                   OR WS-RFX-ULTIMO NOT NUMERIC
                   OR WS-RFX-ULTIMO NOT < WS-RFX-FIM
               SET WS-RFX-IDX UP BY 1
               GO TO P610-FIM
           END-IF
           IF WS-RFX-ULTIMO < WS-RFX-INICIO
               MOVE WS-RFX-INICIO TO WS-RFX-ULTIMO
           ELSE
               ADD 1 TO WS-RFX-ULTIMO
           END-IF
           MOVE WS-RFX-REGISTRO TO WS-RFX-LINHA(WS-RFX-IDX)

           MOVE WS-RFX-PREFIXO TO WS-RST-PREFIXO
           MOVE WS-RFX-ULTIMO  TO WS-RST-NUMERO
           MOVE 'BR'           TO WS-RST-SUFIXO
           PERFORM P620-DIGITO-RASTREIO THRU P620-FIM
           SET CARTA-REGISTRADA TO TRUE
           .
       P610-FIM.

      * DIGITO VERIFICADOR DO OBJETO DOS CORREIOS: PESOS 8 6 4 2 3 5
      * 9 7 SOBRE OS 8 DIGITOS, MODULO 11; RESTO 0 DA 5, RESTO 1 DA
      * 0, OS DEMAIS 11 MENOS O RESTO.
       P620-DIGITO-RASTREIO.
           MOVE 0 TO WS-RST-SOMA
           PERFORM P625-SOMA-DIGITO THRU P625-FIM
               VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > 8
           DIVIDE WS-RST-SOMA BY 11
               GIVING WS-RST-QUOCIENTE REMAINDER WS-RST-RESTO
           EVALUATE WS-RST-RESTO
               WHEN 0
                   MOVE 5 TO WS-RST-DV
               WHEN 1
                   MOVE 0 TO WS-RST-DV
               WHEN OTHER
                   COMPUTE WS-RST-DV = 11 - WS-RST-RESTO
           END-EVALUATE
           .
       P620-FIM.

       P625-SOMA-DIGITO.
           COMPUTE WS-RST-SOMA = WS-RST-SOMA
               + WS-RST-DIGITO(WS-RST-IDX) * WS-RST-PESO(WS-RST-IDX)
           .
       P625-FIM.

       P640-GRAVAR-COBRAREG.
           MOVE SPACES                     TO REG-COBRAREG
           MOVE WS-RASTREIO                TO CRG-RASTREIO
           MOVE WS-FAT-COMPETENCIA(WS-IDX) TO CRG-COMPETENCIA
           MOVE WS-FAT-GRUPO(WS-IDX)       TO CRG-GRUPO
           MOVE WS-DATA-SISTEMA            TO CRG-DT-EMISSAO
           MOVE WS-SALDO                   TO CRG-SALDO
           SET CRG-POSTADA                 TO TRUE
           MOVE WS-DATA-SISTEMA            TO CRG-DT-SITUACAO
           WRITE REG-COBRAREG
           ADD 1 TO WS-CARTAS-REGISTRADAS
           .
       P640-FIM.

      * AS FAIXAS VOLTAM PARA A RASTFAIXA COM O ULTIMO NUMERO USADO,
      * PARA O PROXIMO LOTE NAO REPETIR OBJETO.
       P650-REGRAVAR-FAIXAS.
           SET FS-RFX-OK TO TRUE
           OPEN OUTPUT RASTFAIXA
           IF NOT FS-RFX-OK
               DISPLAY 'ERRO AO REGRAVAR A FAIXA DE OBJETOS (FS='
                       WS-FS-RFX '). ATUALIZE O ULTIMO NUMERO USADO '
                       'A MAO ANTES DO PROXIMO LOTE.'
               GO TO P650-FIM
           END-IF
           PERFORM P655-REGRAVAR-FAIXA THRU P655-FIM
               VARYING WS-RFX-IDX FROM 1 BY 1
               UNTIL WS-RFX-IDX > WS-RFX-QTD
           CLOSE RASTFAIXA
           .
       P650-FIM.

       P655-REGRAVAR-FAIXA.
           MOVE WS-RFX-LINHA(WS-RFX-IDX) TO REG-RASTFAIXA
           WRITE REG-RASTFAIXA
           .
       P655-FIM.

      * CARTAS DOS ACORDOS DE PARCELAMENTO, COM O GABARITO PROPRIO
      * CARREGADO NO LUGAR DO DAS FATURAS. SAEM SEMPRE SIMPLES.
       P700-CARTAS-ACORDO.
           MOVE WS-GABARITO-ACO-PATH TO WS-GABARITO-PATH
           PERFORM P150-CARREGAR-GABARITO THRU P150-FIM
           IF WS-GAB-QTD = 0
               DISPLAY 'GABARITO DE COBRANCA DE ACORDO VAZIO OU '
                   'INDISPONIVEL. CARTAS DE ACORDO NAO GERADAS.'
               GO TO P700-FIM
           END-IF
           SET CARTA-REGISTRADA TO FALSE
           MOVE SPACES TO WS-RASTREIO
           MOVE SPACES TO WS-COMPET-EDITADA
           MOVE 0      TO WS-MULTA-EDITADA
           MOVE 0      TO WS-JUROS-EDITADO
           MOVE 1 TO WS-IDX-ACO
           PERFORM P710-AVALIAR-ACORDO THRU P710-FIM
               UNTIL WS-IDX-ACO > WS-QTD-ACO
           .
       P700-FIM.

      * ACORDO ROMPIDO: UMA CARTA COM O SALDO, A PARTIR DA PARCELA
      * MAIS ANTIGA EM ABERTO. ACORDO ATIVO: UMA CARTA POR PARCELA
      * VENCIDA E NAO PAGA.
       P710-AVALIAR-ACORDO.
           MOVE WS-ACO-NUMERO(WS-IDX-ACO) TO AK-NUMERO
           MOVE WS-DATA-SISTEMA           TO AK-DATA-REF
           CALL 'ACOCALC' USING CALCULO-ACORDO
           IF NOT AK-CALCULADO OR AK-SALDO NOT > 0
               ADD 1 TO WS-IDX-ACO
               GO TO P710-FIM
           END-IF
           MOVE AK-GRUPO TO WS-GRUPO-BUSCA
           PERFORM P520-BUSCA-GRUPO THRU P520-FIM

           IF WS-ACO-SITUACAO(WS-IDX-ACO) = 'R'
               MOVE 'SALDO'  TO WS-PARC-EDITADA
               MOVE AK-SALDO TO WS-VALOR-EDITADO
               MOVE AK-SALDO TO WS-PRINC-EDITADO
               MOVE SPACES   TO WS-VENCTO-EDITADO
               IF AK-PARC-PENDENTE > 0
                   MOVE AK-PARC-PENDENTE TO WS-IDX-PARC
                   PERFORM P730-EDITAR-VENCIMENTO THRU P730-FIM
               END-IF
               PERFORM P530-GERAR-CARTA THRU P530-FIM
               ADD 1 TO WS-CARTAS-ACORDO
           ELSE
               MOVE 1 TO WS-IDX-PARC
               PERFORM P720-AVALIAR-PARCELA THRU P720-FIM
                   UNTIL WS-IDX-PARC > AK-QTD-PARCELAS
           END-IF
           ADD 1 TO WS-IDX-ACO
           .
       P710-FIM.

       P720-AVALIAR-PARCELA.
           IF AK-PARC-ABERTO(WS-IDX-PARC) NOT > 0
                   OR AK-PARC-DIAS(WS-IDX-PARC) = 0
               ADD 1 TO WS-IDX-PARC
               GO TO P720-FIM
           END-IF
           MOVE SPACES TO WS-PARC-EDITADA
           STRING WS-IDX-PARC       DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  AK-QTD-PARCELAS   DELIMITED BY SIZE
                  INTO WS-PARC-EDITADA
           END-STRING
           MOVE AK-PARC-ABERTO(WS-IDX-PARC) TO WS-VALOR-EDITADO
           MOVE AK-PARC-ABERTO(WS-IDX-PARC) TO WS-PRINC-EDITADO
           PERFORM P730-EDITAR-VENCIMENTO THRU P730-FIM
           PERFORM P530-GERAR-CARTA THRU P530-FIM
           ADD 1 TO WS-CARTAS-ACORDO
           ADD 1 TO WS-IDX-PARC
           .
       P720-FIM.

       P730-EDITAR-VENCIMENTO.
           MOVE SPACES TO WS-VENCTO-EDITADO
           STRING AK-PARC-VENCIMENTO(WS-IDX-PARC)(7:2)
                                     DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  AK-PARC-VENCIMENTO(WS-IDX-PARC)(5:2)
                                     DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  AK-PARC-VENCIMENTO(WS-IDX-PARC)(1:4)
                                     DELIMITED BY SIZE
                  INTO WS-VENCTO-EDITADO
           END-STRING
           .
       P730-FIM.

       P900-FIM.
            GOBACK.

