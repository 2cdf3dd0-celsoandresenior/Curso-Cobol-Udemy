      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: CARGA DO EXTRATO MENSAL DE COMISSOES DO PARCEIRO DE
      *          SEGUROS, COM A CONCILIACAO CONTRA O ARQUIVO DE
      *          APOLICES (POLFILE.cpy) E A TABELA DE TAXAS DE
      *          COMISSAO POR PRODUTO (COMISTAB, MANTIDA NO
      *          MANUTTAB). COMO O CARGAREST, UMA PRIMEIRA PASSADA
      *          CONFERE HEADER, TRAILER E QUANTIDADE DE DETALHES E
      *          RECUSA ARQUIVO JA CARREGADO PELO REGISTRO ARQREG
      *          (ORIGEM + DATA DE GERACAO + PROGRAMA CARGACOM).
      *          O RELATORIO RELCOMIS LISTA A COMISSAO PAGA SOBRE
      *          APOLICE DESCONHECIDA OU REPETIDA NO EXTRATO, O
      *          PRODUTO SEM TAXA ATIVA, A TAXA DIFERENTE DA TABELA,
      *          A COMISSAO DIFERENTE DE PREMIO X TAXA E AS APOLICES
      *          VIGENTES SEM COMISSAO NO EXTRATO. O TOTAL CONCILIADO
      *          (COMISSAO SOBRE APOLICE CONHECIDA, UMA VEZ CADA) VAI
      *          AO REGISTRO COMISREG (VEJA COMISREG.cpy), DE ONDE O
      *          CONTEXP O EXPORTA COMO RECEITA DA COMPETENCIA.
      *          LAYOUT DO EXTRATO: 'H' + ORIGEM(10) + DATA(8);
      *          'D' + APOLICE(10) + ID(5) + PRODUTO(10) +
      *          PREMIO(9(9)V99) + TAXA(9(3)V99) + COMISSAO(9(9)V99);
      *          'T' + QUANTIDADE(7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXTRATO ASSIGN TO DYNAMIC
               WS-EXTRATO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXT.

               SELECT POLFILE ASSIGN TO DYNAMIC
               WS-POLFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS POL-CHAVE
               FILE STATUS IS WS-FS-POL.

               SELECT COMISTAB ASSIGN TO DYNAMIC
               WS-COMISTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT COMISREG ASSIGN TO DYNAMIC
               WS-COMISREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMR.

               SELECT ARQREG ASSIGN TO DYNAMIC
               WS-ARQREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT RELCOMIS ASSIGN TO DYNAMIC
               WS-RELCOMIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

               SELECT FIMRUN ASSIGN TO DYNAMIC
               WS-FIMRUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIM.

               SELECT RUNCTL ASSIGN TO DYNAMIC
               WS-RUNCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.

       FILE SECTION.
       FD EXTRATO.
       01 REG-EXTRATO.
           03 EXT-TIPO               PIC X(01).
               88 EXT-HEADER             VALUE 'H'.
               88 EXT-DETALHE            VALUE 'D'.
               88 EXT-TRAILER            VALUE 'T'.
           03 EXT-RESTO              PIC X(79).
       01 EXT-VISAO-HEADER REDEFINES REG-EXTRATO.
           03 FILLER                 PIC X(01).
           03 EXT-ORIGEM             PIC X(10).
           03 EXT-DATA               PIC 9(08).
           03 FILLER                 PIC X(61).
       01 EXT-VISAO-DETALHE REDEFINES REG-EXTRATO.
           03 FILLER                 PIC X(01).
           03 EXT-APOLICE            PIC X(10).
           03 EXT-ID-CONTATO         PIC 9(05).
           03 EXT-PRODUTO            PIC X(10).
           03 EXT-PREMIO             PIC 9(09)V99.
           03 EXT-TAXA               PIC 9(03)V99.
           03 EXT-COMISSAO           PIC 9(09)V99.
           03 FILLER                 PIC X(27).
       01 EXT-VISAO-TRAILER REDEFINES REG-EXTRATO.
           03 FILLER                 PIC X(01).
           03 EXT-QUANTIDADE         PIC 9(07).
           03 FILLER                 PIC X(72).

       FD POLFILE.
          COPY POLFILE.

       FD COMISTAB.
          COPY COMISTAB.

       FD COMISREG.
          COPY COMISREG.

       FD ARQREG.
          COPY ARQREG.

       FD RELCOMIS.
       01 REG-RELCOMIS              PIC X(132).

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
       FD RELCAT.
          COPY RELCAT.

       FD FIMRUN.
       01 REG-FIMRUN                PIC X(80).

       FD RUNCTL.
          COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77 WS-EXTRATO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COMISRET.TXT'.
       77 WS-POLFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'.
       77 WS-COMISTAB-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\COMISTAB.TXT'.
       77 WS-COMISREG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\COMISREG.TXT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.
       77 WS-RELCOMIS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCOMIS.TXT'.

       77 WS-FS-EXT                 PIC 99.
          88 FS-EXT-OK              VALUE 0.
       77 WS-FS-POL                 PIC 99.
          88 FS-POL-OK              VALUE 0.
       77 WS-FS-TAB                 PIC 99.
          88 FS-TAB-OK              VALUE 0.
       77 WS-FS-CMR                 PIC 99.
          88 FS-CMR-OK              VALUE 0.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * FIM DE EXECUCAO LEGIVEL POR MAQUINA (VEJA GRAVFIM.cpy).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'CARGACOM'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'CARGACOM'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'CARGACOM'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       01 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       01 FILLER REDEFINES WS-DATA-ARQUIVO.
           03 WS-ARQ-ANO-MES        PIC 9(06).
           03 WS-ARQ-DIA            PIC 9(02).
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JA-PROCESSADO          PIC X VALUE 'N'.
          88 JA-PROCESSADO          VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-VISTO          PIC X VALUE 'N'.
          88 TRAILER-VISTO          VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-OK             PIC X VALUE 'N'.
          88 ARQUIVO-OK             VALUE 'S' FALSE 'N'.

      * TAXAS ATIVAS DA COMISTAB (ATE 500, O LIMITE DO MANUTTAB).
       77 WS-TAX-QTD                PIC 9(03) VALUE ZEROES.
       01 WS-TAB-TAXAS.
           03 WS-TAX-ENTRY OCCURS 500 TIMES.
               05 WS-TAX-PRODUTO     PIC X(10).
               05 WS-TAX-TAXA        PIC 9(03)V99.
       77 WS-TIDX                   PIC 9(03) VALUE ZEROES.
       77 WS-TAXA-TABELA            PIC 9(03)V99 VALUE ZEROES.

      * APOLICES CONHECIDAS JA PAGAS NESTE EXTRATO: A SEGUNDA LINHA
      * DA MESMA APOLICE E REPETIDA, E A VIGENTE QUE NAO ESTA AQUI
      * FICOU SEM COMISSAO.
       77 WS-PAG-QTD                PIC 9(04) VALUE ZEROES.
       01 WS-TAB-PAGAS.
           03 WS-PAG-ENTRY OCCURS 5000 TIMES.
               05 WS-PAG-ID-CONTATO  PIC 9(05).
               05 WS-PAG-APOLICE     PIC X(10).
       77 WS-PIDX                   PIC 9(04) VALUE ZEROES.
       77 WS-PAG-CHEIA              PIC X VALUE 'N'.
          88 PAG-CHEIA              VALUE 'S' FALSE 'N'.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
       77 WS-ROTULO                 PIC X(24) VALUE SPACES.

      * VALORES DA CONCILIACAO.
       77 WS-COMISSAO-CALC          PIC 9(09)V99 VALUE ZEROES.
       77 WS-DIFERENCA              PIC S9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-EXTRATO          PIC 9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-CONCILIADO       PIC 9(09)V99 VALUE ZEROES.
       77 WS-TOTAL-PENDENTE         PIC 9(09)V99 VALUE ZEROES.
       77 WS-VALOR-EDIT             PIC -Z(10)9,99.
       77 WS-VALOR-EDIT2            PIC -Z(10)9,99.
       77 WS-TAXA-EDIT              PIC ZZ9,99.
       77 WS-TAXA-EDIT2             PIC ZZ9,99.

       77 WS-CONTADOS               PIC 9(07) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-INVALIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-CONCILIADAS            PIC 9(05) VALUE ZEROES.
       77 WS-DESCONHECIDAS          PIC 9(05) VALUE ZEROES.
       77 WS-REPETIDAS              PIC 9(05) VALUE ZEROES.
       77 WS-SEM-TAXA               PIC 9(05) VALUE ZEROES.
       77 WS-TAXA-DIVERGE           PIC 9(05) VALUE ZEROES.
       77 WS-COMIS-DIVERGE          PIC 9(05) VALUE ZEROES.
       77 WS-SEM-COMISSAO           PIC 9(05) VALUE ZEROES.
       77 WS-DIVERGENCIAS           PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO EXTRATO DE COMISSOES ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           PERFORM P200-CONFERIR THRU P200-FIM
           IF NOT ARQUIVO-OK
               GO TO P000-ENCERRAR
           END-IF

           SET FS-POL-OK TO TRUE
           OPEN INPUT POLFILE
           IF NOT FS-POL-OK
               DISPLAY 'ARQUIVO DE APOLICES INDISPONIVEL (FS='
                       WS-FS-POL '). EXTRATO NAO CONCILIADO.'
               MOVE 8 TO WS-FIM-RC
               GO TO P000-ENCERRAR
           END-IF

           PERFORM P300-CARREGAR-TAXAS THRU P300-FIM

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELCOMIS
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DA CONCILIACAO '
                       '(FS=' WS-FS-REL ').'
           END-IF
           MOVE SPACES TO REG-RELCOMIS
           STRING 'CONCILIACAO DO EXTRATO DE COMISSOES - '
                                           DELIMITED BY SIZE
                  WS-ORIGEM                DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  WS-DATA-ARQUIVO          DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           PERFORM P400-CONCILIAR THRU P400-FIM
           PERFORM P500-APOLICES-SEM-COMISSAO THRU P500-FIM
           CLOSE POLFILE

           PERFORM P700-TOTAIS THRU P700-FIM

           PERFORM P600-REGISTRAR-COMISREG THRU P600-FIM
           IF NOT FS-CMR-OK
               MOVE 'SEM O REGISTRO COMISREG O EXTRATO NAO E DADO '
                 & 'COMO CARREGADO. CORRIJA E CARREGUE DE NOVO.'
                   TO REG-RELCOMIS
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               MOVE 8 TO WS-FIM-RC
               GO TO P000-FECHAR-RELATORIO
           END-IF
           PERFORM P650-REGISTRAR-ARQREG THRU P650-FIM

           IF WS-FIM-RC = 0
                   AND (WS-DIVERGENCIAS > 0 OR WS-INVALIDOS > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF
           .
       P000-FECHAR-RELATORIO.
           IF FS-REL-OK
               CLOSE RELCOMIS
           END-IF
           MOVE 'RELCOMIS'       TO WS-CAT-NOME
           MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
           MOVE WS-RELCOMIS-PATH TO WS-CAT-ARQUIVO
           COPY GRAVCAT.
           .
       P000-ENCERRAR.
           MOVE WS-LIDOS         TO WS-FIM-CONT1
           MOVE WS-CONCILIADAS   TO WS-FIM-CONT2
           MOVE WS-DIVERGENCIAS  TO WS-FIM-CONT3
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
           DISPLAY 'COMISRET_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-EXTRATO-PATH      FROM ENVIRONMENT-VALUE
           IF WS-EXTRATO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COMISRET.TXT'
                   TO WS-EXTRATO-PATH
           END-IF

           DISPLAY 'POLFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-POLFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-POLFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'
                   TO WS-POLFILE-PATH
           END-IF

           DISPLAY 'COMISTAB_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMISTAB-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COMISTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\COMISTAB.TXT' TO WS-COMISTAB-PATH
           END-IF

           DISPLAY 'COMISREG_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMISREG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COMISREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\COMISREG.TXT'
                   TO WS-COMISREG-PATH
           END-IF

           DISPLAY 'ARQREG_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ARQREG-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ARQREG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'
                   TO WS-ARQREG-PATH
           END-IF

           DISPLAY 'RELCOMIS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCOMIS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELCOMIS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCOMIS.TXT'
                   TO WS-RELCOMIS-PATH
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

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

      ******************************************************************
      * PRIMEIRA PASSADA: HEADER, ARQREG, TRAILER E QUANTIDADE. O
      * EXTRATO E DINHEIRO QUE ENTRA COMO RECEITA: ARQUIVO INCOMPLETO
      * E RECUSADO INTEIRO, NAO CONCILIADO PELA METADE.
      ******************************************************************
       P200-CONFERIR.
           SET ARQUIVO-OK TO FALSE
           SET EOF-OK TO FALSE
           SET FS-EXT-OK TO TRUE
           OPEN INPUT EXTRATO
           IF NOT FS-EXT-OK
               DISPLAY 'EXTRATO DE COMISSOES NAO ENCONTRADO (FS='
                       WS-FS-EXT ').'
               MOVE 8 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF

           READ EXTRATO
               AT END
                   DISPLAY 'EXTRATO DE COMISSOES VAZIO.'
                   MOVE 12 TO WS-FIM-RC
                   CLOSE EXTRATO
                   GO TO P200-FIM
           END-READ
           IF NOT EXT-HEADER
               DISPLAY 'EXTRATO SEM HEADER. ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE EXTRATO
               GO TO P200-FIM
           END-IF
           MOVE EXT-ORIGEM TO WS-ORIGEM
           MOVE EXT-DATA   TO WS-DATA-ARQUIVO

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
           IF JA-PROCESSADO
               DISPLAY 'ARQUIVO ' WS-ORIGEM ' DE ' WS-DATA-ARQUIVO
                   ' JA FOI CARREGADO. ARQUIVO RECUSADO.'
               MOVE 12 TO WS-FIM-RC
               CLOSE EXTRATO
               GO TO P200-FIM
           END-IF

           SET TRAILER-VISTO TO FALSE
           MOVE 0 TO WS-CONTADOS
           PERFORM P210-LER-LINHA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE EXTRATO

           IF NOT TRAILER-VISTO
               DISPLAY 'EXTRATO SEM TRAILER. ARQUIVO RECUSADO; '
                   'CONFIRA O ARQUIVO COM O PARCEIRO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           IF WS-QTD-TRAILER NOT = WS-CONTADOS
               DISPLAY 'TRAILER ANUNCIA ' WS-QTD-TRAILER
                   ' DETALHES, LIDOS ' WS-CONTADOS '. ARQUIVO '
                   'RECUSADO; CONFIRA O ARQUIVO COM O PARCEIRO.'
               MOVE 12 TO WS-FIM-RC
               GO TO P200-FIM
           END-IF
           SET ARQUIVO-OK TO TRUE
           .
       P200-FIM.

       P210-LER-LINHA.
           READ EXTRATO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           EVALUATE TRUE
               WHEN EXT-DETALHE
                   ADD 1 TO WS-CONTADOS
               WHEN EXT-TRAILER
                   SET TRAILER-VISTO TO TRUE
                   MOVE EXT-QUANTIDADE TO WS-QTD-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P210-FIM.

       P250-CONFERE-ARQREG.
           SET JA-PROCESSADO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT ARQREG
           IF FS-ARQ-OK
               PERFORM P260-CONFERE-UM THRU P260-FIM
                   UNTIL EOF-OK OR JA-PROCESSADO
               CLOSE ARQREG
           END-IF
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-CONFERE-UM.
           READ ARQREG
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ARQ-ORIGEM = WS-ORIGEM
                           AND ARQ-DATA = WS-DATA-ARQUIVO
                           AND ARQ-PROGRAMA = 'CARGACOM'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P260-FIM.

      ******************************************************************
      * TAXAS ATIVAS DA COMISTAB. SEM A TABELA A CARGA SEGUE, MAS
      * TODA LINHA SAI COMO PRODUTO SEM TAXA.
      ******************************************************************
       P300-CARREGAR-TAXAS.
           MOVE 0 TO WS-TAX-QTD
           SET EOF-OK TO FALSE
           SET FS-TAB-OK TO TRUE
           OPEN INPUT COMISTAB
           IF NOT FS-TAB-OK
               DISPLAY 'TABELA DE TAXAS DE COMISSAO INDISPONIVEL (FS='
                       WS-FS-TAB '). TAXAS NAO CONFERIDAS.'
               GO TO P300-FIM
           END-IF
           PERFORM P310-CARREGAR-TAXA THRU P310-FIM
               UNTIL EOF-OK
           CLOSE COMISTAB
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-CARREGAR-TAXA.
           READ COMISTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF COMISTAB-DESATIVADA
                   OR COMISTAB-PRODUTO = SPACES
                   OR COMISTAB-TAXA NOT NUMERIC
               GO TO P310-FIM
           END-IF
           IF WS-TAX-QTD < 500
               ADD 1 TO WS-TAX-QTD
               MOVE COMISTAB-PRODUTO TO WS-TAX-PRODUTO(WS-TAX-QTD)
               MOVE COMISTAB-TAXA    TO WS-TAX-TAXA(WS-TAX-QTD)
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * SEGUNDA PASSADA: CADA LINHA DO EXTRATO CONTRA O POLFILE E A
      * COMISTAB. APOLICE DESCONHECIDA E LINHA REPETIDA FICAM FORA DA
      * RECEITA (TOTAL PENDENTE); TAXA E VALOR DIVERGENTES FICAM NA
      * RECEITA, QUE O DINHEIRO FOI PAGO, E VAO AO RELATORIO PARA
      * COBRANCA OU ACERTO COM O PARCEIRO.
      ******************************************************************
       P400-CONCILIAR.
           SET EOF-OK TO FALSE
           SET FS-EXT-OK TO TRUE
           OPEN INPUT EXTRATO
           PERFORM P410-CONCILIAR-LINHA THRU P410-FIM
               UNTIL EOF-OK
           CLOSE EXTRATO
           SET EOF-OK TO FALSE
           .
       P400-FIM.

       P410-CONCILIAR-LINHA.
           READ EXTRATO
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF NOT EXT-DETALHE
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-LIDOS

           IF EXT-ID-CONTATO NOT NUMERIC
                   OR EXT-PREMIO NOT NUMERIC
                   OR EXT-TAXA NOT NUMERIC
                   OR EXT-COMISSAO NOT NUMERIC
               ADD 1 TO WS-INVALIDOS
               MOVE 'LINHA INVALIDA' TO WS-ROTULO
               STRING WS-ROTULO             DELIMITED BY SIZE
                      REG-EXTRATO(1:53)     DELIMITED BY SIZE
                      INTO REG-RELCOMIS
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P410-FIM
           END-IF
           ADD EXT-COMISSAO TO WS-TOTAL-EXTRATO

           MOVE EXT-ID-CONTATO TO POL-ID-CONTATO
           MOVE EXT-APOLICE    TO POL-NUMERO
           READ POLFILE KEY IS POL-CHAVE
               INVALID KEY
                   ADD 1 TO WS-DESCONHECIDAS
                   ADD 1 TO WS-DIVERGENCIAS
                   ADD EXT-COMISSAO TO WS-TOTAL-PENDENTE
                   MOVE 'APOLICE DESCONHECIDA' TO WS-ROTULO
                   PERFORM P480-DESCREVE-LINHA THRU P480-FIM
                   GO TO P410-FIM
           END-READ

           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-PIDX
           PERFORM P420-COMPARA-PAGA THRU P420-FIM
               UNTIL WS-PIDX > WS-PAG-QTD OR ACHADO-OK
           IF ACHADO-OK
               ADD 1 TO WS-REPETIDAS
               ADD 1 TO WS-DIVERGENCIAS
               ADD EXT-COMISSAO TO WS-TOTAL-PENDENTE
               MOVE 'APOLICE REPETIDA' TO WS-ROTULO
               PERFORM P480-DESCREVE-LINHA THRU P480-FIM
               GO TO P410-FIM
           END-IF
           IF WS-PAG-QTD < 5000
               ADD 1 TO WS-PAG-QTD
               MOVE EXT-ID-CONTATO TO WS-PAG-ID-CONTATO(WS-PAG-QTD)
               MOVE EXT-APOLICE    TO WS-PAG-APOLICE(WS-PAG-QTD)
           ELSE
               SET PAG-CHEIA TO TRUE
           END-IF
           ADD EXT-COMISSAO TO WS-TOTAL-CONCILIADO

           PERFORM P430-CONFERE-TAXA THRU P430-FIM
           .
       P410-FIM.

       P420-COMPARA-PAGA.
           IF WS-PAG-ID-CONTATO(WS-PIDX) = EXT-ID-CONTATO
                   AND WS-PAG-APOLICE(WS-PIDX) = EXT-APOLICE
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-PIDX
           END-IF
           .
       P420-FIM.

      * A TAXA DO EXTRATO TEM DE SER A DA TABELA PARA O PRODUTO, E A
      * COMISSAO O PREMIO VEZES ESSA TAXA, COM UM CENTAVO DE FOLGA
      * PARA O ARREDONDAMENTO DO PARCEIRO.
       P430-CONFERE-TAXA.
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-TIDX
           PERFORM P440-COMPARA-TAXA THRU P440-FIM
               UNTIL WS-TIDX > WS-TAX-QTD OR ACHADO-OK
           IF NOT ACHADO-OK
               ADD 1 TO WS-SEM-TAXA
               ADD 1 TO WS-DIVERGENCIAS
               MOVE 'PRODUTO SEM TAXA' TO WS-ROTULO
               PERFORM P480-DESCREVE-LINHA THRU P480-FIM
               GO TO P430-FIM
           END-IF
           MOVE WS-TAX-TAXA(WS-TIDX) TO WS-TAXA-TABELA

           IF EXT-TAXA NOT = WS-TAXA-TABELA
               ADD 1 TO WS-TAXA-DIVERGE
               ADD 1 TO WS-DIVERGENCIAS
               MOVE 'TAXA DIVERGENTE' TO WS-ROTULO
               PERFORM P480-DESCREVE-LINHA THRU P480-FIM
               MOVE EXT-TAXA       TO WS-TAXA-EDIT
               MOVE WS-TAXA-TABELA TO WS-TAXA-EDIT2
               STRING '   TAXA DO EXTRATO '  DELIMITED BY SIZE
                      WS-TAXA-EDIT           DELIMITED BY SIZE
                      '%  TAXA DA TABELA '   DELIMITED BY SIZE
                      WS-TAXA-EDIT2          DELIMITED BY SIZE
                      '%'                    DELIMITED BY SIZE
                      INTO REG-RELCOMIS
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P430-FIM
           END-IF

           COMPUTE WS-COMISSAO-CALC ROUNDED =
                   EXT-PREMIO * WS-TAXA-TABELA / 100
           COMPUTE WS-DIFERENCA = EXT-COMISSAO - WS-COMISSAO-CALC
           IF WS-DIFERENCA > 0,01 OR WS-DIFERENCA < -0,01
               ADD 1 TO WS-COMIS-DIVERGE
               ADD 1 TO WS-DIVERGENCIAS
               MOVE 'COMISSAO DIVERGENTE' TO WS-ROTULO
               PERFORM P480-DESCREVE-LINHA THRU P480-FIM
               MOVE WS-COMISSAO-CALC TO WS-VALOR-EDIT
               MOVE WS-DIFERENCA     TO WS-VALOR-EDIT2
               STRING '   CALCULADA '        DELIMITED BY SIZE
                      WS-VALOR-EDIT          DELIMITED BY SIZE
                      '  DIFERENCA '         DELIMITED BY SIZE
                      WS-VALOR-EDIT2         DELIMITED BY SIZE
                      INTO REG-RELCOMIS
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               GO TO P430-FIM
           END-IF
           ADD 1 TO WS-CONCILIADAS
           .
       P430-FIM.

       P440-COMPARA-TAXA.
           IF WS-TAX-PRODUTO(WS-TIDX) = EXT-PRODUTO
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-TIDX
           END-IF
           .
       P440-FIM.

       P480-DESCREVE-LINHA.
           MOVE EXT-PREMIO   TO WS-VALOR-EDIT
           MOVE EXT-COMISSAO TO WS-VALOR-EDIT2
           MOVE EXT-TAXA     TO WS-TAXA-EDIT
           STRING WS-ROTULO             DELIMITED BY SIZE
                  EXT-APOLICE           DELIMITED BY SIZE
                  ' CONTATO '           DELIMITED BY SIZE
                  EXT-ID-CONTATO        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  EXT-PRODUTO           DELIMITED BY SIZE
                  ' PREMIO '            DELIMITED BY SIZE
                  WS-VALOR-EDIT         DELIMITED BY SIZE
                  ' TAXA '              DELIMITED BY SIZE
                  WS-TAXA-EDIT          DELIMITED BY SIZE
                  '% COMISSAO '         DELIMITED BY SIZE
                  WS-VALOR-EDIT2        DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P480-FIM.

      ******************************************************************
      * APOLICES VIGENTES, INICIADAS ATE A DATA DO EXTRATO, QUE O
      * PARCEIRO NAO PAGOU. COM A TABELA DE PAGAS CHEIA A CONFERENCIA
      * NAO E CONFIAVEL E NAO E FEITA.
      ******************************************************************
       P500-APOLICES-SEM-COMISSAO.
           IF PAG-CHEIA
               MOVE 'MAIS DE 5000 APOLICES PAGAS NO EXTRATO. APOLICES '
                 & 'SEM COMISSAO NAO CONFERIDAS.' TO REG-RELCOMIS
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
               ADD 1 TO WS-DIVERGENCIAS
               GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           MOVE LOW-VALUES TO POL-CHAVE
           START POLFILE KEY IS NOT LESS THAN POL-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM P510-CONFERE-APOLICE THRU P510-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE
           .
       P500-FIM.

       P510-CONFERE-APOLICE.
           READ POLFILE NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           IF NOT POL-VIGENTE OR POL-DT-INICIO > WS-DATA-ARQUIVO
               GO TO P510-FIM
           END-IF
           SET ACHADO-OK TO FALSE
           MOVE 1 TO WS-PIDX
           PERFORM P520-COMPARA-APOLICE THRU P520-FIM
               UNTIL WS-PIDX > WS-PAG-QTD OR ACHADO-OK
           IF ACHADO-OK
               GO TO P510-FIM
           END-IF
           ADD 1 TO WS-SEM-COMISSAO
           ADD 1 TO WS-DIVERGENCIAS
           MOVE 'SEM COMISSAO NO EXTRATO' TO WS-ROTULO
           STRING WS-ROTULO             DELIMITED BY SIZE
                  POL-NUMERO            DELIMITED BY SIZE
                  ' CONTATO '           DELIMITED BY SIZE
                  POL-ID-CONTATO        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  POL-PRODUTO           DELIMITED BY SIZE
                  ' INICIO '            DELIMITED BY SIZE
                  POL-DT-INICIO         DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P510-FIM.

       P520-COMPARA-APOLICE.
           IF WS-PAG-ID-CONTATO(WS-PIDX) = POL-ID-CONTATO
                   AND WS-PAG-APOLICE(WS-PIDX) = POL-NUMERO
               SET ACHADO-OK TO TRUE
           ELSE
               ADD 1 TO WS-PIDX
           END-IF
           .
       P520-FIM.

      ******************************************************************
      * REGISTRO DO EXTRATO CONCILIADO, LIDO PELO CONTEXP. A
      * COMPETENCIA E O MES DA DATA DO HEADER.
      ******************************************************************
       P600-REGISTRAR-COMISREG.
           SET FS-CMR-OK TO TRUE
           OPEN EXTEND COMISREG
           IF WS-FS-CMR EQUAL 35
               OPEN OUTPUT COMISREG
           END-IF

           IF FS-CMR-OK
               MOVE SPACES              TO REG-COMISREG
               MOVE WS-ARQ-ANO-MES      TO CMR-COMPETENCIA
               MOVE WS-ORIGEM           TO CMR-ORIGEM
               MOVE WS-DATA-ARQUIVO     TO CMR-DATA-ARQUIVO
               MOVE WS-LIDOS            TO CMR-DETALHES
               MOVE WS-TOTAL-EXTRATO    TO CMR-TOTAL-EXTRATO
               MOVE WS-TOTAL-CONCILIADO TO CMR-TOTAL-CONCILIADO
               MOVE WS-TOTAL-PENDENTE   TO CMR-TOTAL-PENDENTE
               MOVE WS-DATA-SISTEMA     TO CMR-DT-PROCESSO
               WRITE REG-COMISREG
               CLOSE COMISREG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DE COMISSOES (FS='
                       WS-FS-CMR ').'
           END-IF
           .
       P600-FIM.

       P650-REGISTRAR-ARQREG.
           SET FS-ARQ-OK TO TRUE
           OPEN EXTEND ARQREG
           IF WS-FS-ARQ EQUAL 35
               OPEN OUTPUT ARQREG
           END-IF

           IF FS-ARQ-OK
               MOVE SPACES          TO REG-ARQREG
               MOVE WS-ORIGEM       TO ARQ-ORIGEM
               MOVE WS-DATA-ARQUIVO TO ARQ-DATA
               MOVE 'CARGACOM'      TO ARQ-PROGRAMA
               MOVE WS-DATA-SISTEMA TO ARQ-DT-PROCESSO
               WRITE REG-ARQREG
               CLOSE ARQREG
           ELSE
               DISPLAY 'ERRO AO REGISTRAR O ARQUIVO PROCESSADO '
                       '(FS=' WS-FS-ARQ ').'
           END-IF
           .
       P650-FIM.

       P700-TOTAIS.
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'DETALHES LIDOS..........: ' DELIMITED BY SIZE
                  WS-LIDOS                     DELIMITED BY SIZE
                  '  INVALIDOS: '              DELIMITED BY SIZE
                  WS-INVALIDOS                 DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'CONCILIADAS.............: ' DELIMITED BY SIZE
                  WS-CONCILIADAS               DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'APOLICES DESCONHECIDAS..: ' DELIMITED BY SIZE
                  WS-DESCONHECIDAS             DELIMITED BY SIZE
                  '  REPETIDAS: '              DELIMITED BY SIZE
                  WS-REPETIDAS                 DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'PRODUTOS SEM TAXA.......: ' DELIMITED BY SIZE
                  WS-SEM-TAXA                  DELIMITED BY SIZE
                  '  TAXAS DIVERGENTES: '      DELIMITED BY SIZE
                  WS-TAXA-DIVERGE              DELIMITED BY SIZE
                  '  COMISSOES DIVERGENTES: '  DELIMITED BY SIZE
                  WS-COMIS-DIVERGE             DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           STRING 'VIGENTES SEM COMISSAO...: ' DELIMITED BY SIZE
                  WS-SEM-COMISSAO              DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-TOTAL-EXTRATO TO WS-VALOR-EDIT
           STRING 'TOTAL DO EXTRATO........: ' DELIMITED BY SIZE
                  WS-VALOR-EDIT                DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-TOTAL-CONCILIADO TO WS-VALOR-EDIT
           STRING 'TOTAL CONCILIADO........: ' DELIMITED BY SIZE
                  WS-VALOR-EDIT                DELIMITED BY SIZE
                  '  (RECEITA DA COMPETENCIA ' DELIMITED BY SIZE
                  WS-ARQ-ANO-MES               DELIMITED BY SIZE
                  ')'                          DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE WS-TOTAL-PENDENTE TO WS-VALOR-EDIT
           STRING 'TOTAL PENDENTE..........: ' DELIMITED BY SIZE
                  WS-VALOR-EDIT                DELIMITED BY SIZE
                  INTO REG-RELCOMIS
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P700-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELCOMIS
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELCOMIS TRAILING)
           MOVE SPACES TO REG-RELCOMIS
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM CARGACOM.
