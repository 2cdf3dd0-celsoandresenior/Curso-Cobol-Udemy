      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: PERFIL CAMPO A CAMPO DO MESTRE DE CONTATOS. O QUALCONT
      *          SO PROCURA OS DEFEITOS JA CONHECIDOS; ESTE RELATORIO
      *          MOSTRA O QUE REALMENTE ESTA EM CADA CAMPO DOS
      *          CONTATOS ATIVOS: TAXA DE PREENCHIMENTO, QUANTIDADE DE
      *          VALORES DISTINTOS, OS 10 VALORES MAIS FREQUENTES COM A
      *          CONTAGEM, MINIMO E MAXIMO E OS VALORES FORA DO FORMATO
      *          ESPERADO (COM EXEMPLOS). CAMPOS: PROFISSAO,
      *          NACIONALIDADE, CIDADE, UF, DOMINIO DO E-MAIL,
      *          TP-PESSOA, IND-CICLO, CD-GRUPO, CD-FILIAL E AS DATAS
      *          DE INCLUSAO, ALTERACAO, NASCIMENTO, CONSENTIMENTO E
      *          CICLO (AGRUPADAS POR MES NA CONTAGEM DE VALORES).
      *          PROFISSAO, NACIONALIDADE E NASCIMENTO SO CONTAM PARA
      *          PESSOA FISICA (NA JURIDICA OS MESMOS BYTES SAO NOME
      *          FANTASIA E PESSOA DE CONTATO) E A UF SO PARA ENDERECO
      *          NO BRASIL. CADA RODADA E GUARDADA NO PERFHIST E
      *          COMPARADA COM A ANTERIOR: CAMPO CUJA TAXA DE
      *          PREENCHIMENTO VARIOU MAIS QUE PERF_LIMIAR PONTOS
      *          PERCENTUAIS (PADRAO 5) SAI MARCADO E O PROGRAMA
      *          TERMINA COM RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTASNAP ASSIGN TO DYNAMIC
               WS-CONTASNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SNP.

               SELECT PERFHIST ASSIGN TO DYNAMIC
               WS-PERFHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRF.

               SELECT RELPERF ASSIGN TO DYNAMIC
               WS-RELPERF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

      * FOTOGRAFIA SEQUENCIAL DO MESTRE CORTADA PELO BATCHEOD NO
      * TOPO DA JANELA: QUANDO ELA EXISTE, E LIDA EM VEZ DO INDEXADO.
       FD CONTASNAP.
       01 REG-CONTASNAP             PIC X(400).

       FD PERFHIST.
          COPY PERFHIST.

       FD RELPERF.
       01 REG-RELPERF               PIC X(132).

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'PERFCONT'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTASNAP-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTASNAP.TXT'.
       77 WS-FS-SNP                 PIC 99.
          88 FS-SNP-OK              VALUE 0.
       77 WS-MODO-SNAP              PIC X VALUE 'N'.
          88 MODO-SNAPSHOT          VALUE 'S' FALSE 'N'.
       77 WS-PERFHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\PERFHIST.TXT'.
       77 WS-FS-PRF                 PIC 99.
          88 FS-PRF-OK              VALUE 0.
       77 WS-RELPERF-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELPERF.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'PERFCONT'.
       77 WS-FIM-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-FIM-DATA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-HORA               PIC 9(08) VALUE ZEROES.
       77 WS-FIM-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-CONT3              PIC 9(05) VALUE ZEROES.

      * EVENTOS DE INICIO/FIM NO RUN-LOG CENTRAL DE OPERACOES
      * (VEJA GRAVRUN.cpy).
       77 WS-RUNCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'.
       77 WS-FS-RUN                 PIC 99.
          88 FS-RUN-OK              VALUE 0.
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'PERFCONT'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-LIMIAR-TXT             PIC X(06) VALUE SPACES.
       77 WS-LIMIAR                 PIC 9(03)V9(02) VALUE 5.
       77 WS-DATA-ANTERIOR          PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS                 PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS-PF              PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS-PJ              PIC 9(05) VALUE ZEROES.

      * CAMPOS PERFILADOS. PARA CADA UM: BASE (REGISTROS A QUE O CAMPO
      * SE APLICA), PREENCHIDOS, FORA DO FORMATO COM ATE 3 EXEMPLOS,
      * MINIMO/MAXIMO E OS VALORES DISTINTOS (ATE 200; ACIMA DISSO A
      * TABELA FICA CHEIA E A CONTAGEM DOS MAIS FREQUENTES E SO DOS
      * 200 PRIMEIROS VALORES VISTOS).
       77 WS-QTD-CAMPOS             PIC 9(02) VALUE 14.
       77 WS-CPO                    PIC 9(02) VALUE ZEROES.
       01 WS-TAB-CAMPOS.
           03 WS-CPO-ENTRY OCCURS 14 TIMES.
               05 WS-CPO-NOME        PIC X(20).
               05 WS-CPO-TIPO        PIC X(01).
                   88 CPO-TEXTO          VALUE 'T'.
                   88 CPO-DATA           VALUE 'D'.
                   88 CPO-CODIGO         VALUE 'C'.
               05 WS-CPO-APLICA      PIC X(20).
               05 WS-CPO-BASE        PIC 9(05).
               05 WS-CPO-PREENCH     PIC 9(05).
               05 WS-CPO-FORA        PIC 9(05).
               05 WS-CPO-MINIMO      PIC X(20).
               05 WS-CPO-MAXIMO      PIC X(20).
               05 WS-CPO-CHEIA       PIC X(01).
               05 WS-CPO-TAXA        PIC 9(03)V9(02).
               05 WS-CPO-TAXA-ANT    PIC 9(03)V9(02).
               05 WS-CPO-DATA-ANT    PIC 9(08).
               05 WS-CPO-EXEMPLO OCCURS 3 TIMES.
                   07 WS-EXE-ID      PIC 9(05).
                   07 WS-EXE-VALOR   PIC X(20).
               05 WS-CPO-DIST        PIC 9(03).
               05 WS-CPO-VALOR OCCURS 200 TIMES.
                   07 WS-VAL-TEXTO   PIC X(20).
                   07 WS-VAL-QTD     PIC 9(05).
                   07 WS-VAL-LISTADO PIC X(01).

      * VALOR DO CAMPO CORRENTE, JA NA FORMA PERFILADA.
       77 WS-VALOR                  PIC X(20) VALUE SPACES.
       77 WS-VALOR-GRUPO            PIC X(20) VALUE SPACES.
       77 WS-APLICA                 PIC X VALUE 'N'.
          88 CAMPO-APLICA           VALUE 'S' FALSE 'N'.
       77 WS-PREENCHIDO             PIC X VALUE 'N'.
          88 CAMPO-PREENCHIDO       VALUE 'S' FALSE 'N'.
       77 WS-FORMATO                PIC X VALUE 'S'.
          88 FORMATO-OK             VALUE 'S' FALSE 'N'.
       77 WS-VIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
       77 WS-TEXTO-AUX              PIC X(20) VALUE SPACES.

      * DOMINIO DO E-MAIL (O TEXTO DEPOIS DO '@', COMO NO DUPEMAIL).
       77 WS-EMAIL-POS              PIC 9(02) VALUE ZEROES.
       77 WS-EMAIL-APOS             PIC 9(02) VALUE ZEROES.
       77 WS-EMAIL-ARROBAS          PIC 9(02) VALUE ZEROES.
       77 WS-DOMINIO-PONTOS         PIC 9(02) VALUE ZEROES.

      * CONFERENCIA DE DATA AAAAMMDD.
       01 WS-DATA-CONF              PIC 9(08) VALUE ZEROES.
       01 WS-DATA-CONF-R REDEFINES WS-DATA-CONF.
           03 WS-CONF-AAAA          PIC 9(04).
           03 WS-CONF-MM            PIC 9(02).
           03 WS-CONF-DD            PIC 9(02).
       77 WS-CONF-ULTDIA            PIC 9(02) VALUE ZEROES.
       77 WS-CONF-DIV               PIC 9(04) VALUE ZEROES.
       77 WS-CONF-RESTO             PIC 9(04) VALUE ZEROES.

      * RELATORIO.
       77 WS-RANK                   PIC 9(02) VALUE ZEROES.
       77 WS-MAIOR-IDX              PIC 9(03) VALUE ZEROES.
       77 WS-MAIOR-QTD              PIC 9(05) VALUE ZEROES.
       77 WS-FIM-TOP                PIC X VALUE 'N'.
          88 FIM-TOP                VALUE 'S' FALSE 'N'.
       77 WS-EXE                    PIC 9(01) VALUE ZEROES.
       77 WS-PERC-VALOR             PIC 9(03)V9(02) VALUE ZEROES.
       77 WS-VARIACAO               PIC S9(03)V9(02) VALUE ZEROES.
       77 WS-VAR-ABS                PIC 9(03)V9(02) VALUE ZEROES.
       77 WS-TAXA-ED                PIC ZZ9,99.
       77 WS-ANT-ED                 PIC ZZ9,99.
       77 WS-VAR-ED                 PIC +ZZ9,99.
       77 WS-PERC-ED                PIC ZZ9,99.
       77 WS-QTD-ED                 PIC ZZZZ9.
       77 WS-DIST-ED                PIC ZZ9.
       77 WS-LIMIAR-ED              PIC ZZ9,99.
       77 WS-QT-ALERTAS             PIC 9(02) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.
       77 WS-QT-HIST                PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PERFIL DOS CAMPOS DO MESTRE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P150-MONTAR-CAMPOS THRU P150-FIM
           PERFORM P200-LER-MESTRE THRU P200-FIM
           IF WS-FIM-RC < 8
               PERFORM P400-LER-ANTERIOR THRU P400-FIM
               PERFORM P600-GERAR-RELATORIO THRU P600-FIM
               PERFORM P700-GRAVAR-HISTORICO THRU P700-FIM
           END-IF

           MOVE WS-QTD-CAMPOS TO WS-FIM-CONT1
           MOVE WS-QT-ALERTAS TO WS-FIM-CONT2
           MOVE WS-ATIVOS     TO WS-FIM-CONT3
           COPY GRAVFIM.

           MOVE 'FIM   '      TO WS-RUN-EVENTO
           MOVE WS-FIM-RC     TO WS-RUN-RC
           MOVE WS-FIM-CONT1  TO WS-RUN-CONT1
           MOVE WS-FIM-CONT2  TO WS-RUN-CONT2
           MOVE WS-FIM-CONT3  TO WS-RUN-CONT3
           COPY GRAVRUN.

           MOVE WS-FIM-RC TO RETURN-CODE
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'CONTASNAP_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTASNAP-PATH    FROM ENVIRONMENT-VALUE
           IF WS-CONTASNAP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTASNAP.TXT'
                   TO WS-CONTASNAP-PATH
           END-IF

           DISPLAY 'PERFHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-PERFHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-PERFHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PERFHIST.TXT'
                   TO WS-PERFHIST-PATH
           END-IF

           DISPLAY 'RELPERF_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELPERF-PATH      FROM ENVIRONMENT-VALUE
           IF WS-RELPERF-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELPERF.TXT'
                   TO WS-RELPERF-PATH
           END-IF

           DISPLAY 'FIMRUN_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-FIMRUN-PATH       FROM ENVIRONMENT-VALUE
           IF WS-FIMRUN-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'
                   TO WS-FIMRUN-PATH
           END-IF

           DISPLAY 'RUNCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RUNCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RUNCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RUNCTL.LOG'
                   TO WS-RUNCTL-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

      * VARIACAO MAXIMA ACEITA NA TAXA DE PREENCHIMENTO, EM PONTOS
      * PERCENTUAIS (ACEITA DECIMAIS COM VIRGULA).
           DISPLAY 'PERF_LIMIAR'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-LIMIAR-TXT        FROM ENVIRONMENT-VALUE
           IF WS-LIMIAR-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LIMIAR-TXT) TO WS-LIMIAR
           END-IF
           IF WS-LIMIAR = 0
               MOVE 5 TO WS-LIMIAR
           END-IF

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           .
       P100-FIM.

      * NOME, TIPO E ABRANGENCIA DE CADA CAMPO PERFILADO. A ORDEM
      * AQUI E A ORDEM DO EVALUATE EM P310-EXTRAIR-VALOR.
       P150-MONTAR-CAMPOS.
           INITIALIZE WS-TAB-CAMPOS
           MOVE 'WS-PROFISSAO'        TO WS-CPO-NOME(1)
           MOVE 'T'                   TO WS-CPO-TIPO(1)
           MOVE 'PESSOA FISICA'       TO WS-CPO-APLICA(1)
           MOVE 'WS-NACIONALIDADE'    TO WS-CPO-NOME(2)
           MOVE 'T'                   TO WS-CPO-TIPO(2)
           MOVE 'PESSOA FISICA'       TO WS-CPO-APLICA(2)
           MOVE 'WS-CIDADE'           TO WS-CPO-NOME(3)
           MOVE 'T'                   TO WS-CPO-TIPO(3)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(3)
           MOVE 'WS-UF'               TO WS-CPO-NOME(4)
           MOVE 'C'                   TO WS-CPO-TIPO(4)
           MOVE 'ENDERECO NO BRASIL'  TO WS-CPO-APLICA(4)
           MOVE 'DOMINIO DO E-MAIL'   TO WS-CPO-NOME(5)
           MOVE 'C'                   TO WS-CPO-TIPO(5)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(5)
           MOVE 'TP-PESSOA'           TO WS-CPO-NOME(6)
           MOVE 'C'                   TO WS-CPO-TIPO(6)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(6)
           MOVE 'IND-CICLO'           TO WS-CPO-NOME(7)
           MOVE 'C'                   TO WS-CPO-TIPO(7)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(7)
           MOVE 'CD-GRUPO'            TO WS-CPO-NOME(8)
           MOVE 'C'                   TO WS-CPO-TIPO(8)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(8)
           MOVE 'CD-FILIAL'           TO WS-CPO-NOME(9)
           MOVE 'C'                   TO WS-CPO-TIPO(9)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(9)
           MOVE 'DT-INCLUSAO'         TO WS-CPO-NOME(10)
           MOVE 'D'                   TO WS-CPO-TIPO(10)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(10)
           MOVE 'DT-ALTERACAO'        TO WS-CPO-NOME(11)
           MOVE 'D'                   TO WS-CPO-TIPO(11)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(11)
           MOVE 'DT-NASCIMENTO'       TO WS-CPO-NOME(12)
           MOVE 'D'                   TO WS-CPO-TIPO(12)
           MOVE 'PESSOA FISICA'       TO WS-CPO-APLICA(12)
           MOVE 'DT-CONSENTIMENTO'    TO WS-CPO-NOME(13)
           MOVE 'D'                   TO WS-CPO-TIPO(13)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(13)
           MOVE 'DT-CICLO'            TO WS-CPO-NOME(14)
           MOVE 'D'                   TO WS-CPO-TIPO(14)
           MOVE 'TODOS OS ATIVOS'     TO WS-CPO-APLICA(14)
           .
       P150-FIM.

       P200-LER-MESTRE.
           SET EOF-OK TO FALSE
           SET MODO-SNAPSHOT TO FALSE
           SET FS-SNP-OK TO TRUE
           OPEN INPUT CONTASNAP
           IF FS-SNP-OK
               SET MODO-SNAPSHOT TO TRUE
               SET FS-OK TO TRUE
               DISPLAY 'LENDO A FOTOGRAFIA DO MESTRE (CONTASNAP).'
           ELSE
               SET FS-OK TO TRUE
               OPEN INPUT CONTATOS
           END-IF
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           PERFORM P210-LER-CONTATO THRU P210-FIM
               UNTIL EOF-OK
           IF MODO-SNAPSHOT
               CLOSE CONTASNAP
           ELSE
               CLOSE CONTATOS
           END-IF
           .
       P200-FIM.

       P210-LER-CONTATO.
           IF MODO-SNAPSHOT
               READ CONTASNAP INTO REG-CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P210-FIM
               END-READ
           ELSE
               READ CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P210-FIM
               END-READ
           END-IF
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO
               GO TO P210-FIM
           END-IF
           ADD 1 TO WS-ATIVOS
           IF PESSOA-JURIDICA
               ADD 1 TO WS-ATIVOS-PJ
           ELSE
               ADD 1 TO WS-ATIVOS-PF
           END-IF

           MOVE 1 TO WS-CPO
           PERFORM P300-PERFILAR-CAMPO THRU P300-FIM
               UNTIL WS-CPO > WS-QTD-CAMPOS
           .
       P210-FIM.

      * UM CAMPO DE UM CONTATO: EXTRAI O VALOR, CONFERE O FORMATO E
      * ACUMULA NA TABELA DO CAMPO.
       P300-PERFILAR-CAMPO.
           SET CAMPO-APLICA     TO TRUE
           SET CAMPO-PREENCHIDO TO FALSE
           SET FORMATO-OK       TO TRUE
           MOVE SPACES TO WS-VALOR
           PERFORM P310-EXTRAIR-VALOR THRU P310-FIM
           IF NOT CAMPO-APLICA
               GO TO P300-PROXIMO
           END-IF

           ADD 1 TO WS-CPO-BASE(WS-CPO)
           IF NOT CAMPO-PREENCHIDO
               GO TO P300-PROXIMO
           END-IF
           ADD 1 TO WS-CPO-PREENCH(WS-CPO)

           IF WS-CPO-PREENCH(WS-CPO) = 1
               MOVE WS-VALOR TO WS-CPO-MINIMO(WS-CPO)
               MOVE WS-VALOR TO WS-CPO-MAXIMO(WS-CPO)
           ELSE
               IF WS-VALOR < WS-CPO-MINIMO(WS-CPO)
                   MOVE WS-VALOR TO WS-CPO-MINIMO(WS-CPO)
               END-IF
               IF WS-VALOR > WS-CPO-MAXIMO(WS-CPO)
                   MOVE WS-VALOR TO WS-CPO-MAXIMO(WS-CPO)
               END-IF
           END-IF

           IF NOT FORMATO-OK
               ADD 1 TO WS-CPO-FORA(WS-CPO)
               IF WS-CPO-FORA(WS-CPO) NOT > 3
                   MOVE WS-CPO-FORA(WS-CPO) TO WS-EXE
                   MOVE ID-CONTATO TO WS-EXE-ID(WS-CPO, WS-EXE)
                   MOVE WS-VALOR   TO WS-EXE-VALOR(WS-CPO, WS-EXE)
               END-IF
           END-IF

      * AS DATAS SAO CONTADAS POR MES (AAAAMM); OS DEMAIS CAMPOS PELO
      * VALOR INTEIRO.
           IF CPO-DATA(WS-CPO)
               MOVE SPACES TO WS-VALOR-GRUPO
               MOVE WS-VALOR(1:6) TO WS-VALOR-GRUPO
           ELSE
               MOVE WS-VALOR TO WS-VALOR-GRUPO
           END-IF
           PERFORM P350-CONTAR-VALOR THRU P350-FIM
           .
       P300-PROXIMO.
           ADD 1 TO WS-CPO
           .
       P300-FIM.

       P310-EXTRAIR-VALOR.
           EVALUATE WS-CPO
               WHEN 1
                   IF PESSOA-JURIDICA
                       SET CAMPO-APLICA TO FALSE
                   ELSE
                       MOVE WS-PROFISSAO TO WS-VALOR
                       PERFORM P320-CONFERE-TEXTO THRU P320-FIM
                   END-IF
               WHEN 2
                   IF PESSOA-JURIDICA
                       SET CAMPO-APLICA TO FALSE
                   ELSE
                       MOVE WS-NACIONALIDADE TO WS-VALOR
                       PERFORM P320-CONFERE-TEXTO THRU P320-FIM
                   END-IF
               WHEN 3
                   MOVE WS-CIDADE TO WS-VALOR
                   PERFORM P320-CONFERE-TEXTO THRU P320-FIM
               WHEN 4
                   IF ENDERECO-EXTERIOR
                       SET CAMPO-APLICA TO FALSE
                   ELSE
                       MOVE WS-UF TO WS-VALOR
                       IF WS-UF NOT = SPACES
                           SET CAMPO-PREENCHIDO TO TRUE
                           IF WS-UF NOT ALPHABETIC-UPPER
                                   OR WS-UF(1:1) = SPACE
                                   OR WS-UF(2:1) = SPACE
                               SET FORMATO-OK TO FALSE
                           END-IF
                       END-IF
                   END-IF
               WHEN 5
                   PERFORM P330-EXTRAIR-DOMINIO THRU P330-FIM
               WHEN 6
                   MOVE TP-PESSOA TO WS-VALOR
                   IF TP-PESSOA NOT = SPACE
                       SET CAMPO-PREENCHIDO TO TRUE
                       IF TP-PESSOA NOT = 'F' AND NOT = 'J'
                           SET FORMATO-OK TO FALSE
                       END-IF
                   END-IF
               WHEN 7
                   MOVE IND-CICLO TO WS-VALOR
                   IF IND-CICLO NOT = SPACE
                       SET CAMPO-PREENCHIDO TO TRUE
                       IF NOT CICLO-PROSPECTO AND NOT CICLO-CLIENTE
                               AND NOT CICLO-INATIVO
                           SET FORMATO-OK TO FALSE
                       END-IF
                   END-IF
               WHEN 8
                   MOVE CD-GRUPO TO WS-VALOR
                   IF CD-GRUPO NOT NUMERIC
                       SET CAMPO-PREENCHIDO TO TRUE
                       SET FORMATO-OK TO FALSE
                   ELSE
                       IF CD-GRUPO NOT = 0
                           SET CAMPO-PREENCHIDO TO TRUE
                       END-IF
                   END-IF
               WHEN 9
                   MOVE CD-FILIAL TO WS-VALOR
                   IF CD-FILIAL NOT NUMERIC
                       SET CAMPO-PREENCHIDO TO TRUE
                       SET FORMATO-OK TO FALSE
                   ELSE
                       IF CD-FILIAL NOT = 0
                           SET CAMPO-PREENCHIDO TO TRUE
                       END-IF
                   END-IF
               WHEN 10
                   MOVE DT-INCLUSAO TO WS-VALOR
                   PERFORM P340-CONFERE-DATA THRU P340-FIM
               WHEN 11
                   MOVE DT-ALTERACAO TO WS-VALOR
                   PERFORM P340-CONFERE-DATA THRU P340-FIM
               WHEN 12
                   IF PESSOA-JURIDICA
                       SET CAMPO-APLICA TO FALSE
                   ELSE
                       MOVE DT-NASCIMENTO TO WS-VALOR
                       PERFORM P340-CONFERE-DATA THRU P340-FIM
                   END-IF
               WHEN 13
                   MOVE DT-CONSENTIMENTO TO WS-VALOR
                   PERFORM P340-CONFERE-DATA THRU P340-FIM
               WHEN 14
                   MOVE DT-CICLO TO WS-VALOR
                   PERFORM P340-CONFERE-DATA THRU P340-FIM
           END-EVALUATE
           .
       P310-FIM.

      * TEXTO LIVRE: ESPERADO EM CAIXA ALTA, SEM DIGITOS E SEM
      * ESPACO NA MARGEM ESQUERDA (O PADRAO QUE O LIMPACONT DEIXA).
       P320-CONFERE-TEXTO.
           IF WS-VALOR = SPACES
               GO TO P320-FIM
           END-IF
           SET CAMPO-PREENCHIDO TO TRUE
           IF WS-VALOR(1:1) = SPACE
               SET FORMATO-OK TO FALSE
               GO TO P320-FIM
           END-IF
           MOVE WS-VALOR TO WS-TEXTO-AUX
           INSPECT WS-TEXTO-AUX CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ.-/' TO
               '                             '
           IF WS-TEXTO-AUX NOT = SPACES
               SET FORMATO-OK TO FALSE
           END-IF
           .
       P320-FIM.

      * DOMINIO: O TEXTO DEPOIS DO '@'. E-MAIL PREENCHIDO SEM UM '@'
      * UNICO, OU DOMINIO SEM PONTO OU COM ESPACO, E FORA DO FORMATO.
       P330-EXTRAIR-DOMINIO.
           IF WS-EMAIL = SPACES
               GO TO P330-FIM
           END-IF
           SET CAMPO-PREENCHIDO TO TRUE
           MOVE 0 TO WS-EMAIL-ARROBAS
           INSPECT WS-EMAIL TALLYING WS-EMAIL-ARROBAS FOR ALL '@'
           IF WS-EMAIL-ARROBAS NOT = 1
               MOVE '(SEM @ UNICO)' TO WS-VALOR
               SET FORMATO-OK TO FALSE
               GO TO P330-FIM
           END-IF
           MOVE 0 TO WS-EMAIL-POS
           INSPECT WS-EMAIL TALLYING WS-EMAIL-POS
               FOR CHARACTERS BEFORE INITIAL '@'
           COMPUTE WS-EMAIL-APOS = WS-EMAIL-POS + 2
           IF WS-EMAIL-APOS > 40
               MOVE '(SEM DOMINIO)' TO WS-VALOR
               SET FORMATO-OK TO FALSE
               GO TO P330-FIM
           END-IF
           MOVE WS-EMAIL(WS-EMAIL-APOS:) TO WS-VALOR
           INSPECT WS-VALOR CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE 0 TO WS-DOMINIO-PONTOS
           INSPECT WS-VALOR TALLYING WS-DOMINIO-PONTOS FOR ALL '.'
           IF WS-DOMINIO-PONTOS = 0 OR WS-VALOR(1:1) = SPACE
               SET FORMATO-OK TO FALSE
           END-IF
           IF WS-EMAIL-POS = 0
               SET FORMATO-OK TO FALSE
           END-IF
           .
       P330-FIM.

      * DATA: ZERO = NAO PREENCHIDA. PREENCHIDA TEM QUE SER UMA DATA
      * REAL AAAAMMDD ENTRE 1900 E A DATA DE PROCESSAMENTO.
       P340-CONFERE-DATA.
           IF WS-VALOR(1:8) = '00000000' OR WS-VALOR(1:8) = SPACES
               GO TO P340-FIM
           END-IF
           SET CAMPO-PREENCHIDO TO TRUE
           IF WS-VALOR(1:8) NOT NUMERIC
               SET FORMATO-OK TO FALSE
               GO TO P340-FIM
           END-IF
           MOVE WS-VALOR(1:8) TO WS-DATA-CONF
           IF WS-CONF-AAAA < 1900 OR WS-DATA-CONF > WS-DATA-SISTEMA
               SET FORMATO-OK TO FALSE
               GO TO P340-FIM
           END-IF
           EVALUATE WS-CONF-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CONF-ULTDIA
               WHEN 2
                   DIVIDE WS-CONF-AAAA BY 4 GIVING WS-CONF-DIV
                       REMAINDER WS-CONF-RESTO
                   IF WS-CONF-RESTO = 0
                       MOVE 29 TO WS-CONF-ULTDIA
                       DIVIDE WS-CONF-AAAA BY 100 GIVING WS-CONF-DIV
                           REMAINDER WS-CONF-RESTO
                       IF WS-CONF-RESTO = 0
                           DIVIDE WS-CONF-AAAA BY 400
                               GIVING WS-CONF-DIV
                               REMAINDER WS-CONF-RESTO
                           IF WS-CONF-RESTO NOT = 0
                               MOVE 28 TO WS-CONF-ULTDIA
                           END-IF
                       END-IF
                   ELSE
                       MOVE 28 TO WS-CONF-ULTDIA
                   END-IF
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
               WHEN 10 WHEN 12
                   MOVE 31 TO WS-CONF-ULTDIA
               WHEN OTHER
                   MOVE 0 TO WS-CONF-ULTDIA
           END-EVALUATE
           IF WS-CONF-DD < 1 OR WS-CONF-DD > WS-CONF-ULTDIA
               SET FORMATO-OK TO FALSE
           END-IF
           .
       P340-FIM.

       P350-CONTAR-VALOR.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-VIDX
           PERFORM P360-PROCURA-VALOR THRU P360-FIM
               UNTIL WS-VIDX > WS-CPO-DIST(WS-CPO) OR ACHADO-OK
           IF ACHADO-OK
               ADD 1 TO WS-VAL-QTD(WS-CPO, WS-VIDX)
           ELSE
               IF WS-CPO-DIST(WS-CPO) < 200
                   ADD 1 TO WS-CPO-DIST(WS-CPO)
                   MOVE WS-CPO-DIST(WS-CPO) TO WS-VIDX
                   MOVE WS-VALOR-GRUPO TO WS-VAL-TEXTO(WS-CPO, WS-VIDX)
                   MOVE 1 TO WS-VAL-QTD(WS-CPO, WS-VIDX)
               ELSE
                   MOVE 'S' TO WS-CPO-CHEIA(WS-CPO)
               END-IF
           END-IF
           .
       P350-FIM.

       P360-PROCURA-VALOR.
           IF WS-VAL-TEXTO(WS-CPO, WS-VIDX) = WS-VALOR-GRUPO
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-VIDX
           END-IF
           .
       P360-FIM.

      * PERFIL ANTERIOR: PARA CADA CAMPO, O REGISTRO MAIS RECENTE DO
      * PERFHIST COM DATA ANTERIOR A DE HOJE (UMA REEXECUCAO NO MESMO
      * DIA COMPARA COM A RODADA DO DIA ANTERIOR, NAO CONSIGO MESMA).
       P400-LER-ANTERIOR.
           SET EOF-OK TO FALSE
           SET FS-PRF-OK TO TRUE
           OPEN INPUT PERFHIST
           IF NOT FS-PRF-OK
               DISPLAY 'SEM PERFIL ANTERIOR (PERFHIST). PRIMEIRA '
                       'RODADA.'
               GO TO P400-FIM
           END-IF
           PERFORM P410-LER-HISTORICO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE PERFHIST
           .
       P400-FIM.

       P410-LER-HISTORICO.
           READ PERFHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF PRF-DATA NOT NUMERIC
                   OR PRF-DATA NOT < WS-DATA-SISTEMA
               GO TO P410-FIM
           END-IF
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-CPO
           PERFORM P420-PROCURA-CAMPO THRU P420-FIM
               UNTIL WS-CPO > WS-QTD-CAMPOS OR ACHADO-OK
           IF ACHADO-OK
                   AND PRF-DATA NOT < WS-CPO-DATA-ANT(WS-CPO)
               MOVE PRF-DATA TO WS-CPO-DATA-ANT(WS-CPO)
               MOVE PRF-TAXA TO WS-CPO-TAXA-ANT(WS-CPO)
               IF PRF-DATA > WS-DATA-ANTERIOR
                   MOVE PRF-DATA TO WS-DATA-ANTERIOR
               END-IF
           END-IF
           .
       P410-FIM.

       P420-PROCURA-CAMPO.
           IF WS-CPO-NOME(WS-CPO) = PRF-CAMPO
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-CPO
           END-IF
           .
       P420-FIM.

       P600-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELPERF
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PERFIL (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           MOVE SPACES TO REG-RELPERF
           STRING 'PERFIL DOS CAMPOS DO MESTRE - DATA DE '
                                              DELIMITED BY SIZE
                  'PROCESSAMENTO '            DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  INTO REG-RELPERF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELPERF
           STRING 'CONTATOS ATIVOS: '         DELIMITED BY SIZE
                  WS-ATIVOS                   DELIMITED BY SIZE
                  ' (PESSOA FISICA '          DELIMITED BY SIZE
                  WS-ATIVOS-PF                DELIMITED BY SIZE
                  ', JURIDICA '               DELIMITED BY SIZE
                  WS-ATIVOS-PJ                DELIMITED BY SIZE
                  ')  REGISTROS LIDOS: '      DELIMITED BY SIZE
                  WS-LIDOS                    DELIMITED BY SIZE
                  INTO REG-RELPERF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-LIMIAR TO WS-LIMIAR-ED
           MOVE SPACES TO REG-RELPERF
           IF WS-DATA-ANTERIOR = 0
               STRING 'PERFIL ANTERIOR: NENHUM - SEM COMPARACAO '
                                              DELIMITED BY SIZE
                      'NESTA RODADA.'         DELIMITED BY SIZE
                      INTO REG-RELPERF
               END-STRING
           ELSE
               STRING 'PERFIL ANTERIOR: '     DELIMITED BY SIZE
                      WS-DATA-ANTERIOR        DELIMITED BY SIZE
                      '  LIMIAR DE VARIACAO DO PREENCHIMENTO: '
                                              DELIMITED BY SIZE
                      WS-LIMIAR-ED            DELIMITED BY SIZE
                      ' PONTOS'               DELIMITED BY SIZE
                      INTO REG-RELPERF
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 1 TO WS-CPO
           PERFORM P610-LISTAR-CAMPO THRU P610-FIM
               UNTIL WS-CPO > WS-QTD-CAMPOS

           MOVE SPACES TO REG-RELPERF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELPERF
           IF WS-QT-ALERTAS = 0
               MOVE 'NENHUM CAMPO COM VARIACAO DE PREENCHIMENTO ACIMA '
                   TO REG-RELPERF
               MOVE 'DO LIMIAR.' TO REG-RELPERF(50:10)
           ELSE
               STRING 'CAMPOS COM VARIACAO DE PREENCHIMENTO ACIMA DO '
                                              DELIMITED BY SIZE
                      'LIMIAR: '              DELIMITED BY SIZE
                      WS-QT-ALERTAS           DELIMITED BY SIZE
                      ' - VERIFICAR A ORIGEM DOS DADOS.'
                                              DELIMITED BY SIZE
                      INTO REG-RELPERF
               END-STRING
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF FS-REL-OK
               CLOSE RELPERF
               MOVE 'RELPERF'        TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELPERF-PATH  TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P600-FIM.

      * BLOCO DE UM CAMPO: LINHA DE PREENCHIMENTO (COM A COMPARACAO),
      * DISTINTOS/MINIMO/MAXIMO, FORA DO FORMATO E OS 10 MAIS
      * FREQUENTES.
       P610-LISTAR-CAMPO.
           MOVE 0 TO WS-CPO-TAXA(WS-CPO)
           IF WS-CPO-BASE(WS-CPO) > 0
               COMPUTE WS-CPO-TAXA(WS-CPO) ROUNDED =
                   WS-CPO-PREENCH(WS-CPO) * 100 / WS-CPO-BASE(WS-CPO)
           END-IF

           MOVE SPACES TO REG-RELPERF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-CPO-TAXA(WS-CPO) TO WS-TAXA-ED
           MOVE SPACES TO REG-RELPERF
           STRING 'CAMPO '                    DELIMITED BY SIZE
                  WS-CPO-NOME(WS-CPO)         DELIMITED BY '  '
                  ' - BASE '                  DELIMITED BY SIZE
                  WS-CPO-BASE(WS-CPO)         DELIMITED BY SIZE
                  ' ('                        DELIMITED BY SIZE
                  WS-CPO-APLICA(WS-CPO)       DELIMITED BY '  '
                  ') PREENCHIDOS '            DELIMITED BY SIZE
                  WS-CPO-PREENCH(WS-CPO)      DELIMITED BY SIZE
                  ' = '                       DELIMITED BY SIZE
                  WS-TAXA-ED                  DELIMITED BY SIZE
                  '%'                         DELIMITED BY SIZE
                  INTO REG-RELPERF
           END-STRING
           IF WS-CPO-DATA-ANT(WS-CPO) > 0
               COMPUTE WS-VARIACAO =
                   WS-CPO-TAXA(WS-CPO) - WS-CPO-TAXA-ANT(WS-CPO)
               MOVE WS-CPO-TAXA-ANT(WS-CPO) TO WS-ANT-ED
               MOVE WS-VARIACAO             TO WS-VAR-ED
               STRING 'ANTES '                DELIMITED BY SIZE
                      WS-ANT-ED               DELIMITED BY SIZE
                      '% VAR '                DELIMITED BY SIZE
                      WS-VAR-ED               DELIMITED BY SIZE
                      INTO REG-RELPERF(89:26)
               END-STRING
               IF WS-VARIACAO < 0
                   COMPUTE WS-VAR-ABS = 0 - WS-VARIACAO
               ELSE
                   MOVE WS-VARIACAO TO WS-VAR-ABS
               END-IF
               IF WS-VAR-ABS > WS-LIMIAR
                   ADD 1 TO WS-QT-ALERTAS
                   MOVE '*** VARIACAO' TO REG-RELPERF(117:12)
               END-IF
           ELSE
               MOVE 'SEM PERFIL ANTERIOR' TO REG-RELPERF(89:19)
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE WS-CPO-DIST(WS-CPO) TO WS-DIST-ED
           MOVE SPACES TO REG-RELPERF
           IF CPO-DATA(WS-CPO)
               MOVE '   MESES DISTINTOS:   ' TO REG-RELPERF
           ELSE
               MOVE '   VALORES DISTINTOS: ' TO REG-RELPERF
           END-IF
           MOVE WS-DIST-ED TO REG-RELPERF(23:3)
           IF WS-CPO-CHEIA(WS-CPO) = 'S'
               MOVE '+ (TABELA CHEIA)' TO REG-RELPERF(27:16)
           END-IF
           STRING 'MINIMO: '                  DELIMITED BY SIZE
                  WS-CPO-MINIMO(WS-CPO)       DELIMITED BY SIZE
                  ' MAXIMO: '                 DELIMITED BY SIZE
                  WS-CPO-MAXIMO(WS-CPO)       DELIMITED BY SIZE
                  INTO REG-RELPERF(50:60)
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELPERF
           STRING '   FORA DO FORMATO: '      DELIMITED BY SIZE
                  WS-CPO-FORA(WS-CPO)         DELIMITED BY SIZE
                  INTO REG-RELPERF
           END-STRING
           IF WS-CPO-FORA(WS-CPO) > 0
               MOVE 'EX.:' TO REG-RELPERF(28:4)
               MOVE 1 TO WS-EXE
               PERFORM P630-LISTAR-EXEMPLO THRU P630-FIM
                   UNTIL WS-EXE > 3 OR WS-EXE > WS-CPO-FORA(WS-CPO)
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-CPO-DIST(WS-CPO) > 0
               MOVE SPACES TO REG-RELPERF
               IF CPO-DATA(WS-CPO)
                   MOVE '   MAIS FREQUENTES (AAAAMM)     QTDE       %'
                       TO REG-RELPERF
               ELSE
                   MOVE '   MAIS FREQUENTES              QTDE       %'
                       TO REG-RELPERF
               END-IF
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               SET FIM-TOP TO FALSE
               MOVE 1 TO WS-RANK
               PERFORM P620-LISTAR-FREQUENTE THRU P620-FIM
                   UNTIL WS-RANK > 10 OR FIM-TOP
           END-IF

           ADD 1 TO WS-CPO
           .
       P610-FIM.

      * O N-ESIMO MAIS FREQUENTE: O MAIOR AINDA NAO LISTADO.
       P620-LISTAR-FREQUENTE.
           MOVE 0 TO WS-MAIOR-IDX WS-MAIOR-QTD
           MOVE 1 TO WS-VIDX
           PERFORM P625-COMPARA-FREQUENCIA THRU P625-FIM
               UNTIL WS-VIDX > WS-CPO-DIST(WS-CPO)
           IF WS-MAIOR-IDX = 0
               SET FIM-TOP TO TRUE
               GO TO P620-FIM
           END-IF
           MOVE 'S' TO WS-VAL-LISTADO(WS-CPO, WS-MAIOR-IDX)

           MOVE 0 TO WS-PERC-VALOR
           IF WS-CPO-PREENCH(WS-CPO) > 0
               COMPUTE WS-PERC-VALOR ROUNDED =
                   WS-MAIOR-QTD * 100 / WS-CPO-PREENCH(WS-CPO)
           END-IF
           MOVE WS-MAIOR-QTD  TO WS-QTD-ED
           MOVE WS-PERC-VALOR TO WS-PERC-ED
           MOVE SPACES TO REG-RELPERF
           STRING '   '                       DELIMITED BY SIZE
                  WS-RANK                     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VAL-TEXTO(WS-CPO, WS-MAIOR-IDX)
                                              DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-QTD-ED                   DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-PERC-ED                  DELIMITED BY SIZE
                  INTO REG-RELPERF
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-RANK
           .
       P620-FIM.

       P625-COMPARA-FREQUENCIA.
           IF WS-VAL-LISTADO(WS-CPO, WS-VIDX) NOT = 'S'
                   AND WS-VAL-QTD(WS-CPO, WS-VIDX) > WS-MAIOR-QTD
               MOVE WS-VIDX TO WS-MAIOR-IDX
               MOVE WS-VAL-QTD(WS-CPO, WS-VIDX) TO WS-MAIOR-QTD
           END-IF
           ADD 1 TO WS-VIDX
           .
       P625-FIM.

       P630-LISTAR-EXEMPLO.
           STRING ' ID '                      DELIMITED BY SIZE
                  WS-EXE-ID(WS-CPO, WS-EXE)   DELIMITED BY SIZE
                  ' ['                        DELIMITED BY SIZE
                  WS-EXE-VALOR(WS-CPO, WS-EXE)
                                              DELIMITED BY SIZE
                  ']'                         DELIMITED BY SIZE
                  INTO REG-RELPERF(WS-EXE * 33 - 1:33)
           END-STRING
           ADD 1 TO WS-EXE
           .
       P630-FIM.

      * A RODADA DE HOJE ENTRA NO HISTORICO PARA A PROXIMA COMPARACAO.
       P700-GRAVAR-HISTORICO.
           SET FS-PRF-OK TO TRUE
           OPEN EXTEND PERFHIST
           IF WS-FS-PRF EQUAL 35
               OPEN OUTPUT PERFHIST
           END-IF
           IF NOT FS-PRF-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE PERFIS (FS='
                       WS-FS-PRF ').'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
               GO TO P700-FIM
           END-IF
           MOVE 1 TO WS-CPO
           PERFORM P710-GRAVAR-CAMPO THRU P710-FIM
               UNTIL WS-CPO > WS-QTD-CAMPOS
           CLOSE PERFHIST
           DISPLAY 'PERFIS GRAVADOS NO HISTORICO: ' WS-QT-HIST
           .
       P700-FIM.

       P710-GRAVAR-CAMPO.
           MOVE WS-DATA-SISTEMA      TO PRF-DATA
           MOVE WS-CPO-NOME(WS-CPO)  TO PRF-CAMPO
           MOVE WS-CPO-BASE(WS-CPO)  TO PRF-BASE
           MOVE WS-CPO-PREENCH(WS-CPO) TO PRF-PREENCHIDOS
           MOVE WS-CPO-TAXA(WS-CPO)  TO PRF-TAXA
           IF WS-CPO-CHEIA(WS-CPO) = 'S'
               MOVE 999 TO PRF-DISTINTOS
           ELSE
               MOVE WS-CPO-DIST(WS-CPO) TO PRF-DISTINTOS
           END-IF
           MOVE WS-CPO-FORA(WS-CPO)  TO PRF-FORA-FORMATO
           WRITE REG-PERFHIST
           ADD 1 TO WS-QT-HIST
           ADD 1 TO WS-CPO
           .
       P710-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELPERF
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELPERF TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PERFCONT.
