      *          DECODIFICADAS EM LINHAS LEGIVEIS CAMPO A CAMPO
      *          USANDO O PROPRIO LAYOUT FD_CONTATOS, E O RELATORIO
      *          SAI FORMATADO E PAGINADO NO MOLDE DO LISTCONTSEQ.
      *          PERIODOS JA ROLADOS PARA GERACOES ARQUIVADAS SAO
      *          LIDOS DELAS (VEJA JORGERA.cpy) ANTES DO JORNAL VIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.

               SELECT JORCAT ASSIGN TO DYNAMIC
               WS-JORCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JCT.

               SELECT RELJORN ASSIGN TO DYNAMIC
               WS-RELJORN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD JOURNAL.
          COPY JORNAL.

       FD JORCAT.
          COPY JORCAT.

       FD RELJORN.
       01 REG-RELJORN               PIC X(100).

       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * GERACOES ARQUIVADAS DO JORNAL (VEJA JORGERA.cpy).
       77 WS-JORCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'.
       77 WS-FS-JCT                 PIC 99.
          88 FS-JCT-OK              VALUE 0.
       77 WS-JORNAL-VIVO            PIC X(100) VALUE SPACES.
       77 WS-GER-DT-DE              PIC 9(08) VALUE ZEROES.
       77 WS-GER-DT-ATE             PIC 9(08) VALUE ZEROES.
       77 WS-GER-SEQ-DE             PIC 9(07) VALUE ZEROES.
       77 WS-GER-QTD                PIC 9(03) VALUE ZEROES.
       77 WS-GER-IDX                PIC 9(03) VALUE ZEROES.
       77 WS-GER-FIM                PIC X VALUE 'N'.
          88 GER-FIM-OK             VALUE 'S' FALSE 'N'.
       01 WS-TAB-GERACOES.
           03 WS-GER-ARQUIVO OCCURS 120 TIMES PIC X(100).

      * FILTROS DA CONSULTA.
       77 WS-DATA-INICIAL           PIC 9(08) VALUE ZEROES.
       77 WS-DATA-FINAL             PIC 9(08) VALUE ZEROES.
               MOVE 'C:\Users\gotic\opencobolfiles\RELJORN.TXT'
                   TO WS-RELJORN-PATH
           END-IF

           DISPLAY 'JORCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORCAT.TXT'
                   TO WS-JORCAT-PATH
           END-IF
           .
       P100-FIM.

       P150-FIM.

       P200-CONSULTAR.
           OPEN OUTPUT RELJORN
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DA '
                   'CONSULTA.'
           END-IF
           SET WS-PAGINA TO 0
           PERFORM P300-CABECALHO THRU P300-FIM

           MOVE WS-DATA-INICIAL TO WS-GER-DT-DE
           MOVE WS-DATA-FINAL   TO WS-GER-DT-ATE
           MOVE 0               TO WS-GER-SEQ-DE
           COPY JORGERA.

           MOVE WS-JOURNAL-PATH TO WS-JORNAL-VIVO
           PERFORM P250-LER-GERACAO THRU P250-FIM
               VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > WS-GER-QTD
           MOVE WS-JORNAL-VIVO TO WS-JOURNAL-PATH
           PERFORM P260-LER-ARQUIVO THRU P260-FIM

           IF FS-REL-OK
               CLOSE RELJORN
           END-IF

           DISPLAY 'ENTRADAS LIDAS........: ' WS-LIDAS
           .
       P210-FIM.

       P250-LER-GERACAO.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX) TO WS-JOURNAL-PATH
           PERFORM P260-LER-ARQUIVO THRU P260-FIM
           .
       P250-FIM.

       P260-LER-ARQUIVO.
           SET EOF-OK TO FALSE
           SET FS-JOR-OK TO TRUE
           OPEN INPUT JOURNAL
           IF NOT FS-JOR-OK
               DISPLAY 'JORNAL DE TRANSACOES NAO ENCONTRADO: '
                   FUNCTION TRIM(WS-JOURNAL-PATH)
               GO TO P260-FIM
           END-IF
           PERFORM P210-LER-ENTRADA THRU P210-FIM
               UNTIL EOF-OK
           CLOSE JOURNAL
           .
       P260-FIM.

       P220-IMPRIMIR-ENTRADA.
           MOVE SPACES TO REG-RELJORN
           STRING 'SEQ '            DELIMITED BY SIZE
