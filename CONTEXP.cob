      *          IMPEDE A MESMA COMPETENCIA DE SER EXPORTADA DUAS
      *          VEZES - SO O PERFIL SUPERVISOR, CONFIRMANDO NA
      *          TELA, PASSA POR CIMA.
      *          OS AJUSTES DE FATURA APROVADOS NO APROVAJU (NOTA DE
      *          CREDITO E BAIXA POR PERDA, VEJA AJUSTFAT.cpy) AINDA
      *          NAO ENTREGUES, DECIDIDOS ATE A COMPETENCIA, SAEM
      *          COMO LINHAS DE CREDITO E FICAM CARIMBADOS COM A
      *          COMPETENCIA DA ENTREGA (AJ-COMP-CONTABIL); A NOVA
      *          ENTREGA DA MESMA COMPETENCIA LEVA OS MESMOS CREDITOS.
      *          A MULTA E OS JUROS DE MORA QUITADOS PELOS
      *          RECEBIMENTOS (RECFAT) DATADOS NA COMPETENCIA, NA
      *          APROPRIACAO DO ENCCALC, SAEM COMO LINHAS DE RECEITA
      *          DE ENCARGOS, UMA POR FATURA E ENCARGO.
      *          LAYOUT: 'H' + DATA(8) + COMPETENCIA(6);
      *          'D' + COMPETENCIA(6) + GRUPO(2) + QTD(5) +
      *          PRECO(S12) + VALOR(S14); 'C' + COMPETENCIA DA
      *          FATURA(6) + GRUPO(2) + TIPO(1) + MOTIVO(2) +
      *          SEQUENCIA DO AJUSTE(5) + VALOR(S14);
      *          'E' + COMPETENCIA DA FATURA(6) + GRUPO(2) +
      *          ENCARGO(1, M = MULTA, J = JUROS) + VALOR(S14);
      *          A COMISSAO DO PARCEIRO DE SEGUROS CONCILIADA PELO
      *          CARGACOM (COMISREG.cpy) PARA A COMPETENCIA SAI COMO
      *          LINHA DE RECEITA DE COMISSAO, UMA POR EXTRATO.
      *          'R' + COMPETENCIA(6) + ORIGEM(10) + DATA DO
      *          EXTRATO(8) + VALOR(S14);
      *          'T' + QUANTIDADE DE 'D', 'C', 'E' E 'R'(7) + HASH
      *          DE VALOR EM CENTAVOS(15), SOMANDO AS QUATRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT AJUSTFAT ASSIGN TO DYNAMIC
               WS-AJUSTFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

               SELECT RECFAT ASSIGN TO DYNAMIC
               WS-RECFAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

               SELECT COMISREG ASSIGN TO DYNAMIC
               WS-COMISREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CMR.

       DATA DIVISION.

       FILE SECTION.
       FD REMREG.
          COPY REMREG.

       FD AJUSTFAT.
          COPY AJUSTFAT.

       FD RECFAT.
          COPY RECFAT.

       FD COMISREG.
          COPY COMISREG.

       WORKING-STORAGE SECTION.

       77 WS-REMREG-PATH            PIC X(100)
          88 FS-CTB-OK              VALUE 0.
       77 WS-FS-REG                 PIC 99.
          88 FS-REG-OK              VALUE 0.
       77 WS-AJUSTFAT-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'.
       77 WS-FS-AJU                 PIC 99.
          88 FS-AJU-OK              VALUE 0.

      * AJUSTES DE FATURA EM MEMORIA, PARA CARIMBAR A ENTREGA E
      * REGRAVAR O ARQUIVO INTEIRO.
       77 WS-AJU-QTD                PIC 9(04) VALUE ZEROES.
       77 WS-AJU-IDX                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-AJUSTES.
           03 WS-AJU-ITEM OCCURS 2000 TIMES PIC X(149).
       77 WS-COMP-DECISAO           PIC 9(06) VALUE ZEROES.
       77 WS-CREDITOS               PIC 9(05) VALUE ZEROES.
       77 WS-TOTAL-LINHAS           PIC 9(07) VALUE ZEROES.

       77 WS-RECFAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'.
       77 WS-FS-REC                 PIC 99.
          88 FS-REC-OK              VALUE 0.

      * FATURAS DE TODAS AS COMPETENCIAS E SEUS MOVIMENTOS
      * (RECEBIMENTOS 'R' E AJUSTES APROVADOS 'C'/'B'), PARA A
      * APROPRIACAO DOS RECEBIMENTOS DO MES PELO ENCCALC.
       77 WS-FAT-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-FAT-IDX                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ENTRY OCCURS 500 TIMES.
               05 WS-FAT-COMPETENCIA PIC 9(06).
               05 WS-FAT-GRUPO       PIC 9(02).
               05 WS-FAT-VALOR       PIC S9(11)V99.
               05 WS-FAT-RECEBEU     PIC X(01).

       77 WS-MOV-QTD                PIC 9(04) VALUE ZEROES.
       77 WS-MOV-IDX                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-MOVIMENTOS.
           03 WS-MOV-ENTRY OCCURS 5000 TIMES.
               05 WS-MOV-COMPETENCIA PIC 9(06).
               05 WS-MOV-GRUPO       PIC 9(02).
               05 WS-MOV-TIPO        PIC X(01).
               05 WS-MOV-DATA        PIC 9(08).
               05 WS-MOV-VALOR       PIC S9(11)V99.

          COPY ENCCALC.
       77 WS-EC-IDX                 PIC 9(03) VALUE ZEROES.
       77 WS-DATA-REF               PIC 9(08) VALUE ZEROES.
       77 WS-DATA-AUX               PIC 9(08) VALUE ZEROES.
       77 WS-ANO-SEG                PIC 9(04) VALUE ZEROES.
       77 WS-MES-SEG                PIC 9(02) VALUE ZEROES.
       77 WS-MULTA-MES              PIC S9(11)V99 VALUE ZEROES.
       77 WS-JUROS-MES              PIC S9(11)V99 VALUE ZEROES.
       77 WS-RECEITAS               PIC 9(05) VALUE ZEROES.

      * EXTRATOS DE COMISSAO CONCILIADOS PELO CARGACOM.
       77 WS-COMISREG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COMISREG.TXT'.
       77 WS-FS-CMR                 PIC 99.
          88 FS-CMR-OK              VALUE 0.
       77 WS-COMISSOES              PIC 9(05) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.
           03 WS-DET-VALOR           PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       01 WS-REG-CREDITO.
           03 WS-CRE-TIPO            PIC X(01) VALUE 'C'.
           03 WS-CRE-COMPETENCIA     PIC 9(06).
           03 WS-CRE-GRUPO           PIC 9(02).
           03 WS-CRE-AJUSTE          PIC X(01).
           03 WS-CRE-MOTIVO          PIC 9(02).
           03 WS-CRE-SEQUENCIA       PIC 9(05).
           03 WS-CRE-VALOR           PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

      * RECEITA DE ENCARGOS DE ATRASO QUITADOS NA COMPETENCIA.
       01 WS-REG-RECEITA.
           03 WS-RCT-TIPO            PIC X(01) VALUE 'E'.
           03 WS-RCT-COMPETENCIA     PIC 9(06).
           03 WS-RCT-GRUPO           PIC 9(02).
           03 WS-RCT-ENCARGO         PIC X(01).
           03 WS-RCT-VALOR           PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

      * RECEITA DE COMISSAO DO PARCEIRO DE SEGUROS NA COMPETENCIA.
       01 WS-REG-COMISSAO.
           03 WS-CMS-TIPO            PIC X(01) VALUE 'R'.
           03 WS-CMS-COMPETENCIA     PIC 9(06).
           03 WS-CMS-ORIGEM          PIC X(10).
           03 WS-CMS-DATA            PIC 9(08).
           03 WS-CMS-VALOR           PIC S9(11)V99
               SIGN IS LEADING SEPARATE.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

               MOVE 'C:\Users\gotic\opencobolfiles\REMREG.TXT'
                   TO WS-REMREG-PATH
           END-IF

           DISPLAY 'AJUSTFAT_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUSTFAT-PATH     FROM ENVIRONMENT-VALUE
           IF WS-AJUSTFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\AJUSTFAT.TXT'
                   TO WS-AJUSTFAT-PATH
           END-IF

           DISPLAY 'RECFAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECFAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RECFAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECFAT.TXT'
                   TO WS-RECFAT-PATH
           END-IF

           DISPLAY 'COMISREG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMISREG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COMISREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COMISREG.TXT'
                   TO WS-COMISREG-PATH
           END-IF
           .
       P100-FIM.


           PERFORM P210-EXPORTAR-FATURA THRU P210-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE
           CLOSE FATHIST

           PERFORM P250-CARREGAR-AJUSTES THRU P250-FIM
           MOVE 1 TO WS-AJU-IDX
           PERFORM P270-EXPORTAR-CREDITO THRU P270-FIM
               UNTIL WS-AJU-IDX > WS-AJU-QTD

           PERFORM P400-EXPORTAR-ENCARGOS THRU P400-FIM
           PERFORM P500-EXPORTAR-COMISSOES THRU P500-FIM
           COMPUTE WS-TOTAL-LINHAS =
               WS-DETALHES + WS-CREDITOS + WS-RECEITAS + WS-COMISSOES
           END-COMPUTE

           MOVE SPACES TO REG-CONTFILE
           STRING 'T'              DELIMITED BY SIZE
                  WS-TOTAL-LINHAS  DELIMITED BY SIZE
                  WS-HASH-VALOR    DELIMITED BY SIZE
                  INTO REG-CONTFILE
           END-STRING
           WRITE REG-CONTFILE

           CLOSE CONTFILE

           IF WS-TOTAL-LINHAS = 0
               DISPLAY 'NENHUM LANCAMENTO PARA A COMPETENCIA. '
                   'ARQUIVO SAIU VAZIO E NAO FOI REGISTRADO.'
               GO TO P200-FIM
           END-IF

           PERFORM P300-REGISTRAR-ENTREGA THRU P300-FIM
           IF WS-CREDITOS > 0
               PERFORM P350-REGRAVAR-AJUSTES THRU P350-FIM
           END-IF

      * O ARQUIVO CONTABIL ENTRA NO REGISTRO DE REMESSAS, A ESPERA
      * DO RECIBO DA CONTABILIDADE (ACKCONT).
           MOVE WS-TOTAL-LINHAS TO WS-REM-REGISTROS
           MOVE WS-HASH-VALOR   TO WS-REM-TOTAL
           MOVE WS-CONTFILE-PATH TO WS-REM-ARQUIVO
           COPY GRAVREM.

           DISPLAY 'DEBITOS EXPORTADOS...: ' WS-DETALHES
           DISPLAY 'CREDITOS EXPORTADOS..: ' WS-CREDITOS
           DISPLAY 'RECEITAS DE ENCARGOS.: ' WS-RECEITAS
           DISPLAY 'RECEITAS DE COMISSAO.: ' WS-COMISSOES
           DISPLAY 'HASH DE VALOR........: ' WS-HASH-VALOR
           .
       P200-FIM.
           .
       P210-FIM.

       P250-CARREGAR-AJUSTES.
           MOVE 0 TO WS-AJU-QTD
           SET EOF-OK TO FALSE
           SET FS-AJU-OK TO TRUE
           OPEN INPUT AJUSTFAT
           IF FS-AJU-OK
               PERFORM P260-CARREGAR-AJUSTE THRU P260-FIM
                   UNTIL EOF-OK
               CLOSE AJUSTFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CARREGAR-AJUSTE.
           READ AJUSTFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-AJU-QTD < 2000
                       ADD 1 TO WS-AJU-QTD
                       MOVE REG-AJUSTFAT TO WS-AJU-ITEM(WS-AJU-QTD)
                   ELSE
                       DISPLAY 'ATENCAO: LIMITE DE 2000 AJUSTES '
                           'ATINGIDO. OS DEMAIS FICAM PARA A PROXIMA '
                           'ENTREGA.'
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      * CREDITO APROVADO AINDA NAO ENTREGUE E DECIDIDO ATE A
      * COMPETENCIA, OU JA CARIMBADO COM ELA (NOVA ENTREGA).
       P270-EXPORTAR-CREDITO.
           MOVE WS-AJU-ITEM(WS-AJU-IDX) TO REG-AJUSTFAT
           ADD 1 TO WS-AJU-IDX
           IF NOT AJ-APROVADO
               GO TO P270-FIM
           END-IF
           MOVE AJ-DT-DECISAO(1:6) TO WS-COMP-DECISAO
           IF AJ-COMP-CONTABIL NOT = WS-COMPETENCIA
               IF AJ-COMP-CONTABIL NOT = 0
                       OR WS-COMP-DECISAO > WS-COMPETENCIA
                   GO TO P270-FIM
               END-IF
           END-IF

           MOVE AJ-COMPETENCIA TO WS-CRE-COMPETENCIA
           MOVE AJ-GRUPO       TO WS-CRE-GRUPO
           MOVE AJ-TIPO        TO WS-CRE-AJUSTE
           MOVE AJ-MOTIVO      TO WS-CRE-MOTIVO
           MOVE AJ-SEQUENCIA   TO WS-CRE-SEQUENCIA
           MOVE AJ-VALOR       TO WS-CRE-VALOR
           WRITE REG-CONTFILE FROM WS-REG-CREDITO
           ADD 1 TO WS-CREDITOS
           COMPUTE WS-VALOR-CENTAVOS = AJ-VALOR * 100
           END-COMPUTE
           ADD WS-VALOR-CENTAVOS TO WS-HASH-VALOR

           MOVE WS-COMPETENCIA TO AJ-COMP-CONTABIL
           MOVE REG-AJUSTFAT   TO WS-AJU-ITEM(WS-AJU-IDX - 1)
           .
       P270-FIM.

       P300-REGISTRAR-ENTREGA.
           SET FS-REG-OK TO TRUE
           OPEN EXTEND CONTEXPREG
           .
       P300-FIM.

       P350-REGRAVAR-AJUSTES.
           SET FS-AJU-OK TO TRUE
           OPEN OUTPUT AJUSTFAT
           IF NOT FS-AJU-OK
               DISPLAY 'ERRO AO REGRAVAR O ARQUIVO DE AJUSTES (FS='
                       WS-FS-AJU '). OS CREDITOS NAO FICARAM '
                       'CARIMBADOS.'
               MOVE 8 TO RETURN-CODE
               GO TO P350-FIM
           END-IF
           MOVE 1 TO WS-AJU-IDX
           PERFORM P360-REGRAVAR-AJUSTE THRU P360-FIM
               UNTIL WS-AJU-IDX > WS-AJU-QTD
           CLOSE AJUSTFAT
           .
       P350-FIM.

       P360-REGRAVAR-AJUSTE.
           MOVE WS-AJU-ITEM(WS-AJU-IDX) TO REG-AJUSTFAT
           WRITE REG-AJUSTFAT
           ADD 1 TO WS-AJU-IDX
           .
       P360-FIM.


      * RECEITA DE ENCARGOS: PARA CADA FATURA (DE QUALQUER
      * COMPETENCIA) COM RECEBIMENTO DATADO NA COMPETENCIA EXPORTADA,
      * O ENCCALC APROPRIA TODOS OS MOVIMENTOS DELA EM ORDEM DE DATA
      * E A PARTE DE MULTA E DE JUROS DOS RECEBIMENTOS DO MES SAI EM
      * LINHAS 'E'. A REFERENCIA E O FIM DA COMPETENCIA (OU A DATA
      * DE PROCESSAMENTO, SE POSTERIOR).
       P400-EXPORTAR-ENCARGOS.
           MOVE 0 TO WS-RECEITAS
           PERFORM P410-CARREGAR-FATURAS THRU P410-FIM
           PERFORM P430-CARREGAR-RECEBIMENTOS THRU P430-FIM
           MOVE 1 TO WS-AJU-IDX
           PERFORM P440-CARREGAR-AJUSTE THRU P440-FIM
               UNTIL WS-AJU-IDX > WS-AJU-QTD

           MOVE WS-COMPETENCIA(1:4) TO WS-ANO-SEG
           MOVE WS-COMPETENCIA(5:2) TO WS-MES-SEG
           IF WS-MES-SEG = 12
               ADD 1 TO WS-ANO-SEG
               MOVE 1 TO WS-MES-SEG
           ELSE
               ADD 1 TO WS-MES-SEG
           END-IF
           COMPUTE WS-DATA-AUX =
               WS-ANO-SEG * 10000 + WS-MES-SEG * 100 + 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
               TO WS-DATA-REF
           IF WS-DATA-SISTEMA > WS-DATA-REF
               MOVE WS-DATA-SISTEMA TO WS-DATA-REF
           END-IF

           MOVE 1 TO WS-FAT-IDX
           PERFORM P450-ENCARGOS-FATURA THRU P450-FIM
               UNTIL WS-FAT-IDX > WS-FAT-QTD
           .
       P400-FIM.

       P410-CARREGAR-FATURAS.
           MOVE 0 TO WS-FAT-QTD
           SET EOF-OK TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT FATHIST
           IF FS-HIS-OK
               PERFORM P415-CARREGAR-FATURA THRU P415-FIM
                   UNTIL EOF-OK
               CLOSE FATHIST
           END-IF
           SET EOF-OK TO FALSE
           .
       P410-FIM.

       P415-CARREGAR-FATURA.
           READ FATHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P415-FIM
           END-READ
           MOVE 1 TO WS-FAT-IDX
           PERFORM P420-COMPARA-FATURA THRU P420-FIM
               UNTIL WS-FAT-IDX > WS-FAT-QTD
           IF WS-FAT-IDX > WS-FAT-QTD
               IF WS-FAT-QTD < 500
                   ADD 1 TO WS-FAT-QTD
                   MOVE FH-COMPETENCIA
                       TO WS-FAT-COMPETENCIA(WS-FAT-QTD)
                   MOVE FH-GRUPO TO WS-FAT-GRUPO(WS-FAT-QTD)
                   MOVE 0        TO WS-FAT-VALOR(WS-FAT-QTD)
                   MOVE 'N'      TO WS-FAT-RECEBEU(WS-FAT-QTD)
                   MOVE WS-FAT-QTD TO WS-FAT-IDX
               ELSE
                   DISPLAY 'ATENCAO: LIMITE DE 500 FATURAS '
                       'ATINGIDO NA APURACAO DE ENCARGOS.'
                   SET EOF-OK TO TRUE
                   GO TO P415-FIM
               END-IF
           END-IF
           ADD FH-VALOR TO WS-FAT-VALOR(WS-FAT-IDX)
           .
       P415-FIM.

      * PARA NA FATURA IGUAL A DO REGISTRO LIDO (WS-FAT-IDX FICA
      * NELA) OU PASSA DO FIM DA TABELA.
       P420-COMPARA-FATURA.
           IF WS-FAT-COMPETENCIA(WS-FAT-IDX) = FH-COMPETENCIA
                   AND WS-FAT-GRUPO(WS-FAT-IDX) = FH-GRUPO
               COMPUTE WS-FAT-IDX = WS-FAT-QTD + 2
               END-COMPUTE
           ELSE
               ADD 1 TO WS-FAT-IDX
           END-IF
           .
       P420-FIM.

       P430-CARREGAR-RECEBIMENTOS.
           MOVE 0 TO WS-MOV-QTD
           SET EOF-OK TO FALSE
           SET FS-REC-OK TO TRUE
           OPEN INPUT RECFAT
           IF FS-REC-OK
               PERFORM P435-CARREGAR-RECEBIMENTO THRU P435-FIM
                   UNTIL EOF-OK
               CLOSE RECFAT
           END-IF
           SET EOF-OK TO FALSE
           .
       P430-FIM.

       P435-CARREGAR-RECEBIMENTO.
           READ RECFAT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-MOV-QTD < 5000
                       ADD 1 TO WS-MOV-QTD
                       MOVE RF-COMPETENCIA
                           TO WS-MOV-COMPETENCIA(WS-MOV-QTD)
                       MOVE RF-GRUPO TO WS-MOV-GRUPO(WS-MOV-QTD)
                       MOVE 'R'      TO WS-MOV-TIPO(WS-MOV-QTD)
                       MOVE RF-DATA  TO WS-MOV-DATA(WS-MOV-QTD)
                       MOVE RF-VALOR TO WS-MOV-VALOR(WS-MOV-QTD)
                   ELSE
                       DISPLAY 'ATENCAO: LIMITE DE 5000 MOVIMENTOS '
                           'ATINGIDO NA APURACAO DE ENCARGOS.'
                       SET EOF-OK TO TRUE
                   END-IF
           END-READ
           .
       P435-FIM.

       P440-CARREGAR-AJUSTE.
           MOVE WS-AJU-ITEM(WS-AJU-IDX) TO REG-AJUSTFAT
           ADD 1 TO WS-AJU-IDX
           IF AJ-APROVADO AND WS-MOV-QTD < 5000
               ADD 1 TO WS-MOV-QTD
               MOVE AJ-COMPETENCIA TO WS-MOV-COMPETENCIA(WS-MOV-QTD)
               MOVE AJ-GRUPO       TO WS-MOV-GRUPO(WS-MOV-QTD)
               MOVE AJ-TIPO        TO WS-MOV-TIPO(WS-MOV-QTD)
               MOVE AJ-DT-DECISAO  TO WS-MOV-DATA(WS-MOV-QTD)
               MOVE AJ-VALOR       TO WS-MOV-VALOR(WS-MOV-QTD)
           END-IF
           .
       P440-FIM.

       P450-ENCARGOS-FATURA.
           MOVE WS-FAT-COMPETENCIA(WS-FAT-IDX) TO EC-COMPETENCIA
           MOVE WS-DATA-REF                    TO EC-DATA-REF
           MOVE WS-FAT-VALOR(WS-FAT-IDX)       TO EC-VALOR-FATURA
           MOVE 0 TO EC-QTD-MOV
           MOVE 1 TO WS-MOV-IDX
           PERFORM P455-COPIAR-MOVIMENTO THRU P455-FIM
               UNTIL WS-MOV-IDX > WS-MOV-QTD
           IF WS-FAT-RECEBEU(WS-FAT-IDX) NOT = 'S'
               ADD 1 TO WS-FAT-IDX
               GO TO P450-FIM
           END-IF

           CALL 'ENCCALC' USING CALCULO-ENCARGOS
           MOVE 0 TO WS-MULTA-MES
           MOVE 0 TO WS-JUROS-MES
           MOVE 1 TO WS-EC-IDX
           PERFORM P460-SOMA-APROPRIACAO THRU P460-FIM
               UNTIL WS-EC-IDX > EC-QTD-MOV

           MOVE WS-FAT-COMPETENCIA(WS-FAT-IDX) TO WS-RCT-COMPETENCIA
           MOVE WS-FAT-GRUPO(WS-FAT-IDX)       TO WS-RCT-GRUPO
           IF WS-MULTA-MES > 0
               MOVE 'M'          TO WS-RCT-ENCARGO
               MOVE WS-MULTA-MES TO WS-RCT-VALOR
               PERFORM P470-GRAVAR-RECEITA THRU P470-FIM
           END-IF
           IF WS-JUROS-MES > 0
               MOVE 'J'          TO WS-RCT-ENCARGO
               MOVE WS-JUROS-MES TO WS-RCT-VALOR
               PERFORM P470-GRAVAR-RECEITA THRU P470-FIM
           END-IF
           ADD 1 TO WS-FAT-IDX
           .
       P450-FIM.

      * COPIA OS MOVIMENTOS DA FATURA PARA A AREA DO ENCCALC E
      * MARCA A FATURA QUE TEVE RECEBIMENTO NA COMPETENCIA.
       P455-COPIAR-MOVIMENTO.
           IF WS-MOV-COMPETENCIA(WS-MOV-IDX) =
                   WS-FAT-COMPETENCIA(WS-FAT-IDX)
                   AND WS-MOV-GRUPO(WS-MOV-IDX) =
                       WS-FAT-GRUPO(WS-FAT-IDX)
                   AND EC-QTD-MOV < 200
               ADD 1 TO EC-QTD-MOV
               MOVE WS-MOV-TIPO(WS-MOV-IDX)  TO EC-MOV-TIPO(EC-QTD-MOV)
               MOVE WS-MOV-DATA(WS-MOV-IDX)  TO EC-MOV-DATA(EC-QTD-MOV)
               MOVE WS-MOV-VALOR(WS-MOV-IDX)
                   TO EC-MOV-VALOR(EC-QTD-MOV)
               IF WS-MOV-TIPO(WS-MOV-IDX) = 'R'
                       AND WS-MOV-DATA(WS-MOV-IDX)(1:6) =
                           WS-COMPETENCIA
                   MOVE 'S' TO WS-FAT-RECEBEU(WS-FAT-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-MOV-IDX
           .
       P455-FIM.

       P460-SOMA-APROPRIACAO.
           IF EC-MOV-RECEBIMENTO(WS-EC-IDX)
                   AND EC-MOV-DATA(WS-EC-IDX)(1:6) = WS-COMPETENCIA
               ADD EC-MOV-MULTA(WS-EC-IDX) TO WS-MULTA-MES
               ADD EC-MOV-JUROS(WS-EC-IDX) TO WS-JUROS-MES
           END-IF
           ADD 1 TO WS-EC-IDX
           .
       P460-FIM.

       P470-GRAVAR-RECEITA.
           WRITE REG-CONTFILE FROM WS-REG-RECEITA
           ADD 1 TO WS-RECEITAS
           COMPUTE WS-VALOR-CENTAVOS = WS-RCT-VALOR * 100
           END-COMPUTE
           ADD WS-VALOR-CENTAVOS TO WS-HASH-VALOR
           .
       P470-FIM.

      * RECEITA DE COMISSAO: CADA EXTRATO DO PARCEIRO CONCILIADO PARA
      * A COMPETENCIA SAI COM O TOTAL CONCILIADO. A COMISSAO SOBRE
      * APOLICE DESCONHECIDA OU REPETIDA FICA DE FORA ATE O ACERTO.
       P500-EXPORTAR-COMISSOES.
           MOVE 0 TO WS-COMISSOES
           SET EOF-OK TO FALSE
           SET FS-CMR-OK TO TRUE
           OPEN INPUT COMISREG
           IF NOT FS-CMR-OK
               GO TO P500-FIM
           END-IF
           PERFORM P510-EXPORTAR-COMISSAO THRU P510-FIM
               UNTIL EOF-OK
           CLOSE COMISREG
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-EXPORTAR-COMISSAO.
           READ COMISREG
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           IF CMR-COMPETENCIA NOT = WS-COMPETENCIA
                   OR CMR-TOTAL-CONCILIADO NOT NUMERIC
                   OR CMR-TOTAL-CONCILIADO = 0
               GO TO P510-FIM
           END-IF
           MOVE CMR-COMPETENCIA      TO WS-CMS-COMPETENCIA
           MOVE CMR-ORIGEM           TO WS-CMS-ORIGEM
           MOVE CMR-DATA-ARQUIVO     TO WS-CMS-DATA
           MOVE CMR-TOTAL-CONCILIADO TO WS-CMS-VALOR
           WRITE REG-CONTFILE FROM WS-REG-COMISSAO
           ADD 1 TO WS-COMISSOES
           COMPUTE WS-VALOR-CENTAVOS = WS-CMS-VALOR * 100
           END-COMPUTE
           ADD WS-VALOR-CENTAVOS TO WS-HASH-VALOR
           .
       P510-FIM.

      * A ULTIMA DECISAO DO FECHACOMP PARA A COMPETENCIA MANDA:
      * 'F' FECHA, 'A' (REABERTA) LIBERA DE NOVO.
