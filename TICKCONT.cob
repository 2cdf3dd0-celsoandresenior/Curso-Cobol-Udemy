      *          VENCIDOS OU VENCENDO HOJE E AINDA EM ABERTO.
      *          RETORNO CUJO CONTATO FOI EXCLUIDO NO MEIO DO
      *          CAMINHO NAO SOME DA LISTA: SAI MARCADO, PARA O
      *          OPERADOR DECIDIR A BAIXA NO FUPCONT. RETORNO SEM
      *          OPERADOR, OU DE OPERADOR QUE SAIU OU FOI
      *          DESATIVADO NA OPERTAB, SAI NO BLOCO DO GERENTE DE
      *          CONTAS DO CONTATO (VEJA CONTCOMP.cpy). O RELATORIO
      *          VAI PARA RELTICK.TXT E ESPELHADO NA TELA, COM O
      *          OPERADOR DO BLOCO E A FILIAL/EMPRESA DO CONTATO NA
      *          AREA DE DISTRIBUICAO (VEJA RELCHAVE.cpy), E FICA
      *          REGISTRADO NO CATALOGO (RELCAT) PARA O DISTREL
      *          ENTREGAR A CADA OPERADOR SO O SEU BLOCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUP.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT OPERTAB ASSIGN TO DYNAMIC
               WS-OPERTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPR.

               SELECT RELTICK ASSIGN TO DYNAMIC
               WS-RELTICK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
       FD FUPFILE.
          COPY FUPFILE.

       FD CONTCOMP.
          COPY CONTCOMP.

       FD OPERTAB.
          COPY OPERTAB.

       FD RELTICK.
       01 REG-RELTICK               PIC X(132).
       01 REG-RELTICK-DIST.
           03 RELTICK-TEXTO          PIC X(120).
           COPY RELCHAVE.

       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-RELTICK-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELTICK.TXT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-OPERTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\OPERTAB.TXT'.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
          88 FS-FUP-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-FS-OPR                 PIC 99.
          88 FS-OPR-OK              VALUE 0.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'TICKCONT'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

      * OPERADORES ATIVOS; SEM A OPERTAB, SO O RETORNO SEM
      * OPERADOR VAI PARA O GERENTE DE CONTAS.
       77 WS-QTD-OPER               PIC 9(03) VALUE ZEROES.
       77 WS-OPERTAB-LIDA           PIC X VALUE 'N'.
          88 OPERTAB-LIDA           VALUE 'S' FALSE 'N'.
       01 WS-TAB-OPERADORES.
           03 WS-OPR OCCURS 300 TIMES INDEXED BY WS-OPR-IDX.
               05 WS-OPR-COD         PIC X(08).
       77 WS-OPER-ATIVO             PIC X VALUE 'N'.
          88 OPER-ATIVO             VALUE 'S' FALSE 'N'.
       77 WS-CONTCOMP-ABERTO        PIC X VALUE 'N'.
          88 CONTCOMP-ABERTO        VALUE 'S' FALSE 'N'.

       77 WS-HOJE                   PIC 9(08) VALUE ZEROES.

               05 WS-DEV-OPERADOR    PIC X(08).
               05 WS-DEV-IMPRESSO    PIC X(01).
               05 WS-DEV-EXCLUIDO    PIC X(01).
               05 WS-DEV-FILIAL      PIC X(02).
               05 WS-DEV-EMPRESA     PIC X(02).
               05 WS-DEV-REGISTRO    PIC X(74).

       77 WS-OPERADOR-BLOCO         PIC X(08) VALUE SPACES.
      * OPERADOR NA AREA DE DISTRIBUICAO; O BLOCO SEM OPERADOR SAI
      * COMO SEM-OPER, PARA NAO VIRAR LINHA COMUM A TODOS.
       77 WS-OPERADOR-CHAVE         PIC X(08) VALUE SPACES.
       77 WS-IDX2                   PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-DEVIDOS          PIC 9(03) VALUE ZEROES.
       77 WS-TOTAL-EXCLUIDOS        PIC 9(03) VALUE ZEROES.
       01 WS-LINHA-REL              PIC X(120) VALUE SPACES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
           DISPLAY "*** LEMBRETE DIARIO DE RETORNOS ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM P150-CARREGAR-OPERADORES THRU P150-FIM
           PERFORM P200-COLETAR THRU P200-FIM
           PERFORM P300-MARCAR-EXCLUIDOS THRU P300-FIM
           PERFORM P400-GERAR-RELATORIO THRU P400-FIM
               MOVE 'C:\Users\gotic\opencobolfiles\RELTICK.TXT'
                   TO WS-RELTICK-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'OPERTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-OPERTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\OPERTAB.TXT' TO WS-OPERTAB-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF
           .
       P100-FIM.

       P150-CARREGAR-OPERADORES.
           MOVE 0 TO WS-QTD-OPER
           SET OPERTAB-LIDA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OPR-OK TO TRUE
           OPEN INPUT OPERTAB
           IF NOT FS-OPR-OK
               GO TO P150-FIM
           END-IF
           SET OPERTAB-LIDA TO TRUE
           PERFORM P155-LER-OPERADOR THRU P155-FIM
               UNTIL EOF-OK
           CLOSE OPERTAB
           SET EOF-OK TO FALSE
           .
       P150-FIM.

       P155-LER-OPERADOR.
           READ OPERTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P155-FIM
           END-READ
           IF NOT OPERTAB-DESATIVADO AND WS-QTD-OPER < 300
               ADD 1 TO WS-QTD-OPER
               MOVE OPERTAB-COD TO WS-OPR-COD(WS-QTD-OPER)
           END-IF
           .
       P155-FIM.

       P200-COLETAR.
           MOVE 0 TO WS-QTD
           SET EOF-OK TO FALSE
                               TO WS-DEV-OPERADOR(WS-QTD)
                           MOVE 'N' TO WS-DEV-IMPRESSO(WS-QTD)
                           MOVE 'N' TO WS-DEV-EXCLUIDO(WS-QTD)
                           MOVE SPACES TO WS-DEV-FILIAL(WS-QTD)
                           MOVE SPACES TO WS-DEV-EMPRESA(WS-QTD)
                           MOVE REG-FUPFILE
                               TO WS-DEV-REGISTRO(WS-QTD)
                       ELSE

               GO TO P300-FIM
           END-IF
           SET CONTCOMP-ABERTO TO FALSE
           SET FS-CMP-OK TO TRUE
           OPEN INPUT CONTCOMP
           IF FS-CMP-OK
               SET CONTCOMP-ABERTO TO TRUE
           END-IF
           SET WS-IDX TO 1
           PERFORM P310-CONFERIR-CONTATO THRU P310-FIM
               UNTIL WS-IDX > WS-QTD
           CLOSE CONTATOS
           IF CONTCOMP-ABERTO
               CLOSE CONTCOMP
           END-IF
           .
       P300-FIM.

                   IF CONTATO-EXCLUIDO
                       MOVE 'S' TO WS-DEV-EXCLUIDO(WS-IDX)
                   END-IF
                   MOVE CD-FILIAL TO WS-DEV-FILIAL(WS-IDX)
                   IF CD-EMPRESA = 0
                       MOVE '01' TO WS-DEV-EMPRESA(WS-IDX)
                   ELSE
                       MOVE CD-EMPRESA TO WS-DEV-EMPRESA(WS-IDX)
                   END-IF
           END-READ
           PERFORM P320-DESTINO-RETORNO THRU P320-FIM
           SET WS-IDX UP BY 1
           .
       P310-FIM.

      * RETORNO SEM DONO ATIVO VAI PARA O GERENTE DE CONTAS DO
      * CONTATO; SEM GERENTE, FICA ONDE ESTAVA.
       P320-DESTINO-RETORNO.
           SET OPER-ATIVO TO FALSE
           IF FUP-OPERADOR NOT = SPACES
               IF NOT OPERTAB-LIDA
                   SET OPER-ATIVO TO TRUE
               ELSE
                   SET WS-OPR-IDX TO 1
                   SEARCH WS-OPR
                       AT END
                           CONTINUE
                       WHEN WS-OPR-IDX > WS-QTD-OPER
                           CONTINUE
                       WHEN WS-OPR-COD(WS-OPR-IDX) = FUP-OPERADOR
                           SET OPER-ATIVO TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           IF OPER-ATIVO OR NOT CONTCOMP-ABERTO
               GO TO P320-FIM
           END-IF
           MOVE FUP-ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CMP-GERENTE NOT = SPACES
                       MOVE CMP-GERENTE TO WS-DEV-OPERADOR(WS-IDX)
                   END-IF
           END-READ
           .
       P320-FIM.

       P400-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELTICK
           DISPLAY WS-LINHA-REL

           CLOSE RELTICK
           MOVE 'RELTICK'        TO WS-CAT-NOME
           MOVE WS-TOTAL-DEVIDOS TO WS-CAT-REGISTROS
           MOVE WS-RELTICK-PATH  TO WS-CAT-ARQUIVO
           COPY GRAVCAT.
           .
       P400-FIM.

               GO TO P410-FIM
           END-IF
           MOVE WS-DEV-OPERADOR(WS-IDX) TO WS-OPERADOR-BLOCO
           MOVE WS-OPERADOR-BLOCO TO WS-OPERADOR-CHAVE
           IF WS-OPERADOR-CHAVE = SPACES
               MOVE 'SEM-OPER' TO WS-OPERADOR-CHAVE
           END-IF

           MOVE SPACES TO REG-RELTICK
           WRITE REG-RELTICK
                  WS-OPERADOR-BLOCO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           MOVE WS-LINHA-REL TO REG-RELTICK
           MOVE WS-OPERADOR-CHAVE TO REL-DIST-OPERADOR
           WRITE REG-RELTICK
           DISPLAY WS-LINHA-REL

                          FUP-ID-CONTATO ' ' FUP-MOTIVO
                          DELIMITED BY SIZE INTO WS-LINHA-REL
               END-IF
      *        RETORNO HERDADO: DIZ DE QUEM ERA.
               IF FUP-OPERADOR NOT = WS-OPERADOR-BLOCO
                   MOVE SPACES TO WS-LINHA-REL(91:)
                   STRING ' *ERA DE ' FUP-OPERADOR '*'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL(91:)
               END-IF
               MOVE WS-LINHA-REL TO REG-RELTICK
               MOVE WS-DEV-FILIAL(WS-IDX2)  TO REL-DIST-FILIAL
               MOVE WS-DEV-EMPRESA(WS-IDX2) TO REL-DIST-EMPRESA
               MOVE WS-OPERADOR-CHAVE       TO REL-DIST-OPERADOR
               WRITE REG-RELTICK
               DISPLAY WS-LINHA-REL
               MOVE 'S' TO WS-DEV-IMPRESSO(WS-IDX2)
