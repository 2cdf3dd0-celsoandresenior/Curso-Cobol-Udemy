      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: PONTUACAO NOTURNA DOS PROSPECTOS (LEAD SCORING).
      *          CADA CONTATO ATIVO EM CICLO-PROSPECTO RECEBE UM SCORE
      *          DE 0 A 100 A PARTIR DAS RESPOSTAS A CAMPANHAS
      *          (CAMPRESP), DA RECENCIA DO ULTIMO TOQUE (CAMPHIST),
      *          DOS CANAIS VERIFICADOS (DT-VERIF-*), DOS DEFEITOS DE
      *          QUALIDADE NA QUALFILA E DA ORIGEM DO LEAD (ORIGTAB).
      *          SCORE, DATA E FAIXA FICAM NO COMPLEMENTO DO CONTATO
      *          (CONTCOMP.cpy), POIS O REGISTRO DO MESTRE NAO TEM MAIS
      *          BYTE LIVRE. PROSPECTO QUE CRUZA O LIMIAR (SCORE_LIMIAR,
      *          PADRAO 70) GANHA UM RETORNO NO FUPFILE PARA O DIA,
      *          ENTREGUE AO GERENTE DE CONTAS DO CONTATO, OU AO
      *          OPERADOR DA ULTIMA RESPOSTA, OU AO DONO DA ULTIMA
      *          CAMPANHA QUE TOCOU O CONTATO, OU AO OPERADOR PADRAO
      *          SCORE_OPERADOR - O PRIMEIRO ATIVO NA OPERTAB.
      *          CONTATO QUE JA TEM RETORNO ABERTO NAO GANHA OUTRO. O
      *          RELATORIO RELSCORE MOSTRA OS PROSPECTOS POR FAIXA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECONT.

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

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS-CMP.

               SELECT CAMPHIST ASSIGN TO DYNAMIC
               WS-CAMPHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMP.

               SELECT CAMPRESP ASSIGN TO DYNAMIC
               WS-CAMPRESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RSP.

               SELECT QUALFILA ASSIGN TO DYNAMIC
               WS-QUALFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILA.

               SELECT FUPFILE ASSIGN TO DYNAMIC
               WS-FUPFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUP.

               SELECT ORIGTAB ASSIGN TO DYNAMIC
               WS-ORIGTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OTB.

               SELECT CAMPTAB ASSIGN TO DYNAMIC
               WS-CAMPTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTB.

               SELECT OPERTAB ASSIGN TO DYNAMIC
               WS-OPERTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPR.

               SELECT RELSCORE ASSIGN TO DYNAMIC
               WS-RELSCORE-PATH
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

       FD CONTCOMP.
          COPY CONTCOMP.

       FD CAMPHIST.
          COPY CAMPHIST.

       FD CAMPRESP.
          COPY CAMPRESP.

      * FILA DE DEFEITOS DO QUALCONT: ATE 12 CODIGOS DE 2 POSICOES.
       FD QUALFILA.
       01 REG-QUALFILA.
           03 FILA-ID-CONTATO           PIC 9(05).
           03 FILA-NM-CONTATO           PIC X(40).
           03 FILA-DEFEITOS             PIC X(24).

       FD FUPFILE.
          COPY FUPFILE.

       FD ORIGTAB.
          COPY ORIGTAB.

       FD CAMPTAB.
          COPY CAMPTAB.

       FD OPERTAB.
          COPY OPERTAB.

       FD RELSCORE.
       01 REG-RELSCORE              PIC X(132).

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
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'SCORECONT'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
          88 FS-CMP-NAO-EXISTE      VALUE 35.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-FS-CAMP                PIC 99.
          88 FS-CAMP-OK             VALUE 0.
       77 WS-CAMPRESP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPRESP.TXT'.
       77 WS-FS-RSP                 PIC 99.
          88 FS-RSP-OK              VALUE 0.
       77 WS-QUALFILA-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\QUALFILA.TXT'.
       77 WS-FS-FILA                PIC 99.
          88 FS-FILA-OK             VALUE 0.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-FS-FUP                 PIC 99.
          88 FS-FUP-OK              VALUE 0.
       77 WS-ORIGTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\ORIGTAB.TXT'.
       77 WS-FS-OTB                 PIC 99.
          88 FS-OTB-OK              VALUE 0.
       77 WS-CAMPTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\CAMPTAB.TXT'.
       77 WS-FS-CTB                 PIC 99.
          88 FS-CTB-OK              VALUE 0.
       77 WS-OPERTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\OPERTAB.TXT'.
       77 WS-FS-OPR                 PIC 99.
          88 FS-OPR-OK              VALUE 0.
       77 WS-RELSCORE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELSCORE.TXT'.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * REGISTRO DE FIM DE EXECUCAO E RETURN-CODE PADRONIZADO
      * (VEJA GRAVFIM.cpy: 00 LIMPO, 04 AVISOS, 08 ERRO DE ARQUIVO,
      * 12 ABORTADO).
       77 WS-FIMRUN-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FIMRUN.LOG'.
       77 WS-FS-FIM                 PIC 99.
          88 FS-FIM-OK              VALUE 0.
       77 WS-FIM-PROGRAMA           PIC X(12) VALUE 'SCORECONT'.
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
       77 WS-RUN-PROGRAMA           PIC X(12) VALUE 'SCORECONT'.
       77 WS-RUN-EVENTO             PIC X(06) VALUE SPACES.
       77 WS-RUN-RC                 PIC 9(02) VALUE ZEROES.
       77 WS-RUN-CONT1              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT2              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-CONT3              PIC 9(05) VALUE ZEROES.
       77 WS-RUN-DATA-PROC          PIC 9(08) VALUE ZEROES.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-HOJE              PIC 9(08) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.

      * PARAMETROS: LIMIAR DO RETORNO AUTOMATICO E O OPERADOR QUE
      * RECEBE O LEAD QUANDO NAO HA RESPOSTA NEM CAMPANHA COM DONO.
       77 WS-LIMIAR-TXT             PIC X(03) VALUE SPACES.
       77 WS-LIMIAR                 PIC 9(03) VALUE 70.
       77 WS-OPER-PADRAO            PIC X(08) VALUE SPACES.

      * SINAIS POR ID, COLHIDOS NOS ARQUIVOS DE CAMPANHA, NA FILA DE
      * QUALIDADE E NOS RETORNOS JA AGENDADOS.
       01 WS-TAB-SINAIS.
           03 WS-SINAL OCCURS 99999 TIMES.
               05 WS-SIN-RESPOSTAS   PIC 9(02).
               05 WS-SIN-DT-RESP     PIC 9(08).
               05 WS-SIN-OPER-RESP   PIC X(08).
               05 WS-SIN-DT-TOQUE    PIC 9(08).
               05 WS-SIN-CAMP-TOQUE  PIC X(10).
               05 WS-SIN-DEFEITOS    PIC 9(02).
               05 WS-SIN-FUP-ABERTO  PIC X(01).
       77 WS-ID                     PIC 9(05) VALUE ZEROES.
       77 WS-POS-DEF                PIC 9(02) VALUE ZEROES.

      * TIPO DE CADA ORIGEM (ORIGTAB), DONO DE CADA CAMPANHA
      * (CAMPTAB) E OPERADORES ATIVOS (OPERTAB).
       77 WS-QTD-ORIG               PIC 9(02) VALUE ZEROES.
       01 WS-TAB-ORIGENS.
           03 WS-ORI OCCURS 60 TIMES INDEXED BY WS-ORI-IDX.
               05 WS-ORI-COD         PIC X(01).
               05 WS-ORI-TIPO        PIC X(01).
       77 WS-QTD-CAMP               PIC 9(03) VALUE ZEROES.
       01 WS-TAB-CAMPANHAS.
           03 WS-CMP OCCURS 500 TIMES INDEXED BY WS-CMP-IDX.
               05 WS-CMP-COD         PIC X(10).
               05 WS-CMP-DONO        PIC X(08).
       77 WS-QTD-OPER               PIC 9(03) VALUE ZEROES.
       77 WS-OPERTAB-LIDA           PIC X VALUE 'N'.
          88 OPERTAB-LIDA           VALUE 'S' FALSE 'N'.
       01 WS-TAB-OPERADORES.
           03 WS-OPR OCCURS 300 TIMES INDEXED BY WS-OPR-IDX.
               05 WS-OPR-COD         PIC X(08).

      * CALCULO DO SCORE DO CONTATO CORRENTE.
       77 WS-PONTOS                 PIC S9(04) VALUE ZEROES.
       77 WS-SCORE                  PIC 9(03) VALUE ZEROES.
       77 WS-SCORE-ANTERIOR         PIC 9(03) VALUE ZEROES.
       77 WS-FAIXA                  PIC X(01) VALUE SPACE.
       77 WS-FAIXA-IDX              PIC 9(01) VALUE ZEROES.
       77 WS-DIAS-TOQUE             PIC S9(08) VALUE ZEROES.
       77 WS-TIPO-ORIGEM            PIC X(01) VALUE SPACE.
       77 WS-TEM-REGISTRO           PIC X VALUE 'N'.
          88 TEM-REGISTRO           VALUE 'S' FALSE 'N'.

      * RETORNO AUTOMATICO.
       77 WS-FUP-SEQ                PIC 9(06) VALUE ZEROES.
       77 WS-FUP-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CANDIDATO              PIC X(08) VALUE SPACES.
       77 WS-OPER-OK                PIC X VALUE 'N'.
          88 OPER-OK                VALUE 'S' FALSE 'N'.
       77 WS-FUPFILE-ABERTO         PIC X VALUE 'N'.
          88 FUPFILE-ABERTO         VALUE 'S' FALSE 'N'.
       77 WS-SCORE-ED               PIC ZZ9.

      * CONTADORES.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-PROSPECTOS             PIC 9(05) VALUE ZEROES.
       77 WS-CRUZARAM               PIC 9(05) VALUE ZEROES.
       77 WS-RETORNOS               PIC 9(05) VALUE ZEROES.
       77 WS-JA-ABERTOS             PIC 9(05) VALUE ZEROES.
       77 WS-SEM-OPERADOR           PIC 9(05) VALUE ZEROES.
       77 WS-ERROS-CMP              PIC 9(05) VALUE ZEROES.
       01 WS-TAB-FAIXAS.
           03 WS-QTD-FAIXA OCCURS 5 TIMES PIC 9(05).
       01 WS-ROTULOS-FAIXAS.
           03 FILLER                PIC X(14) VALUE 'A (80 A 100)  '.
           03 FILLER                PIC X(14) VALUE 'B (60 A 79)   '.
           03 FILLER                PIC X(14) VALUE 'C (40 A 59)   '.
           03 FILLER                PIC X(14) VALUE 'D (20 A 39)   '.
           03 FILLER                PIC X(14) VALUE 'E (0 A 19)    '.
       01 WS-ROTULOS-R REDEFINES WS-ROTULOS-FAIXAS.
           03 WS-ROTULO-FAIXA OCCURS 5 TIMES PIC X(14).
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.
       77 WS-PERC                   PIC 9(03)V9(02) VALUE ZEROES.
       77 WS-PERC-ED                PIC ZZ9,99.
       77 WS-QTD-ED                 PIC ZZZZ9.
       77 WS-LIMIAR-ED              PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** PONTUACAO DE PROSPECTOS (LEAD SCORE) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS

           MOVE 'INICIO' TO WS-RUN-EVENTO
           MOVE 0 TO WS-RUN-RC
           MOVE 0 TO WS-RUN-CONT1
           MOVE 0 TO WS-RUN-CONT2
           MOVE 0 TO WS-RUN-CONT3
           COPY GRAVRUN.

           INITIALIZE WS-TAB-SINAIS
           INITIALIZE WS-TAB-FAIXAS
           PERFORM P150-CARREGAR-ORIGENS THRU P150-FIM
           PERFORM P160-CARREGAR-CAMPANHAS THRU P160-FIM
           PERFORM P170-CARREGAR-OPERADORES THRU P170-FIM
           PERFORM P200-LER-CAMPHIST THRU P200-FIM
           PERFORM P250-LER-CAMPRESP THRU P250-FIM
           PERFORM P300-LER-QUALFILA THRU P300-FIM
           PERFORM P350-LER-FUPFILE THRU P350-FIM
           PERFORM P400-PONTUAR THRU P400-FIM
           IF WS-FIM-RC < 8
               PERFORM P600-GERAR-RELATORIO THRU P600-FIM
           END-IF

           IF WS-FIM-RC = 0
                   AND (WS-SEM-OPERADOR > 0 OR WS-ERROS-CMP > 0)
               MOVE 4 TO WS-FIM-RC
           END-IF
           MOVE WS-PROSPECTOS TO WS-FIM-CONT1
           MOVE WS-CRUZARAM   TO WS-FIM-CONT2
           MOVE WS-RETORNOS   TO WS-FIM-CONT3
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

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'CAMPRESP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPRESP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPRESP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPRESP.TXT'
                   TO WS-CAMPRESP-PATH
           END-IF

           DISPLAY 'QUALFILA_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-QUALFILA-PATH     FROM ENVIRONMENT-VALUE
           IF WS-QUALFILA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\QUALFILA.TXT'
                   TO WS-QUALFILA-PATH
           END-IF

           DISPLAY 'FUPFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FUPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'ORIGTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ORIGTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ORIGTAB.TXT' TO WS-ORIGTAB-PATH
           END-IF

           DISPLAY 'CAMPTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CAMPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\CAMPTAB.TXT' TO WS-CAMPTAB-PATH
           END-IF

           DISPLAY 'OPERTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-OPERTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\OPERTAB.TXT' TO WS-OPERTAB-PATH
           END-IF

           DISPLAY 'RELSCORE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELSCORE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELSCORE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELSCORE.TXT'
                   TO WS-RELSCORE-PATH
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

      * LIMIAR DO RETORNO AUTOMATICO (0 A 100, PADRAO 70).
           DISPLAY 'SCORE_LIMIAR'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-LIMIAR-TXT        FROM ENVIRONMENT-VALUE
           IF WS-LIMIAR-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LIMIAR-TXT) TO WS-LIMIAR
           END-IF
           IF WS-LIMIAR = 0 OR WS-LIMIAR > 100
               MOVE 70 TO WS-LIMIAR
           END-IF

           DISPLAY 'SCORE_OPERADOR'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPER-PADRAO       FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           .
       P100-FIM.

      * TIPO DE CADA ORIGEM: E O TIPO (INDICACAO, SITE, LISTA...)
      * QUE PONTUA, NAO O CODIGO.
       P150-CARREGAR-ORIGENS.
           SET EOF-OK TO FALSE
           SET FS-OTB-OK TO TRUE
           OPEN INPUT ORIGTAB
           IF NOT FS-OTB-OK
               DISPLAY 'TABELA DE ORIGENS INDISPONIVEL (FS='
                       WS-FS-OTB '). ORIGEM NAO PONTUA.'
               GO TO P150-FIM
           END-IF
           PERFORM P155-LER-ORIGEM THRU P155-FIM
               UNTIL EOF-OK
           CLOSE ORIGTAB
           SET EOF-OK TO FALSE
           .
       P150-FIM.

       P155-LER-ORIGEM.
           READ ORIGTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P155-FIM
           END-READ
           IF WS-QTD-ORIG < 60
               ADD 1 TO WS-QTD-ORIG
               MOVE ORIGTAB-COD  TO WS-ORI-COD(WS-QTD-ORIG)
               MOVE ORIGTAB-TIPO TO WS-ORI-TIPO(WS-QTD-ORIG)
           END-IF
           .
       P155-FIM.

       P160-CARREGAR-CAMPANHAS.
           SET EOF-OK TO FALSE
           SET FS-CTB-OK TO TRUE
           OPEN INPUT CAMPTAB
           IF NOT FS-CTB-OK
               DISPLAY 'TABELA DE CAMPANHAS INDISPONIVEL (FS='
                       WS-FS-CTB '). DONO DA CAMPANHA NAO USADO.'
               GO TO P160-FIM
           END-IF
           PERFORM P165-LER-CAMPANHA THRU P165-FIM
               UNTIL EOF-OK
           CLOSE CAMPTAB
           SET EOF-OK TO FALSE
           .
       P160-FIM.

       P165-LER-CAMPANHA.
           READ CAMPTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P165-FIM
           END-READ
           IF WS-QTD-CAMP < 500
               ADD 1 TO WS-QTD-CAMP
               MOVE CAMPTAB-COD  TO WS-CMP-COD(WS-QTD-CAMP)
               MOVE CAMPTAB-DONO TO WS-CMP-DONO(WS-QTD-CAMP)
           END-IF
           .
       P165-FIM.

      * SO OPERADOR ATIVO E NAO BLOQUEADO RECEBE RETORNO. SEM A
      * OPERTAB, QUALQUER CODIGO PREENCHIDO E ACEITO.
       P170-CARREGAR-OPERADORES.
           SET OPERTAB-LIDA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OPR-OK TO TRUE
           OPEN INPUT OPERTAB
           IF NOT FS-OPR-OK
               DISPLAY 'TABELA DE OPERADORES INDISPONIVEL (FS='
                       WS-FS-OPR '). OPERADOR NAO CONFERIDO.'
               GO TO P170-FIM
           END-IF
           SET OPERTAB-LIDA TO TRUE
           PERFORM P175-LER-OPERADOR THRU P175-FIM
               UNTIL EOF-OK
           CLOSE OPERTAB
           SET EOF-OK TO FALSE
           .
       P170-FIM.

       P175-LER-OPERADOR.
           READ OPERTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P175-FIM
           END-READ
           IF OPERTAB-DESATIVADO OR OPERTAB-BLOQUEADO
               GO TO P175-FIM
           END-IF
           IF WS-QTD-OPER < 300
               ADD 1 TO WS-QTD-OPER
               MOVE OPERTAB-COD TO WS-OPR-COD(WS-QTD-OPER)
           END-IF
           .
       P175-FIM.

      * ULTIMO TOQUE DE CAMPANHA POR CONTATO (DATA E CAMPANHA).
       P200-LER-CAMPHIST.
           SET EOF-OK TO FALSE
           SET FS-CAMP-OK TO TRUE
           OPEN INPUT CAMPHIST
           IF NOT FS-CAMP-OK
               DISPLAY 'HISTORICO DE CAMPANHAS AUSENTE: RECENCIA '
                       'NAO PONTUA.'
               GO TO P200-FIM
           END-IF
           PERFORM P210-LER-TOQUE THRU P210-FIM
               UNTIL EOF-OK
           CLOSE CAMPHIST
           SET EOF-OK TO FALSE
           .
       P200-FIM.

       P210-LER-TOQUE.
           READ CAMPHIST
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF CH-ID-CONTATO NOT NUMERIC OR CH-ID-CONTATO = 0
               GO TO P210-FIM
           END-IF
           MOVE CH-ID-CONTATO TO WS-ID
           IF CH-DATA > WS-SIN-DT-TOQUE(WS-ID)
               MOVE CH-DATA     TO WS-SIN-DT-TOQUE(WS-ID)
               MOVE CH-CAMPANHA TO WS-SIN-CAMP-TOQUE(WS-ID)
           END-IF
           .
       P210-FIM.

      * RESPOSTAS POR CONTATO E O OPERADOR DA MAIS RECENTE.
       P250-LER-CAMPRESP.
           SET EOF-OK TO FALSE
           SET FS-RSP-OK TO TRUE
           OPEN INPUT CAMPRESP
           IF NOT FS-RSP-OK
               DISPLAY 'ARQUIVO DE RESPOSTAS AUSENTE: RESPOSTAS NAO '
                       'PONTUAM.'
               GO TO P250-FIM
           END-IF
           PERFORM P260-LER-RESPOSTA THRU P260-FIM
               UNTIL EOF-OK
           CLOSE CAMPRESP
           SET EOF-OK TO FALSE
           .
       P250-FIM.

       P260-LER-RESPOSTA.
           READ CAMPRESP
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P260-FIM
           END-READ
           IF CR-ID-CONTATO NOT NUMERIC OR CR-ID-CONTATO = 0
               GO TO P260-FIM
           END-IF
           MOVE CR-ID-CONTATO TO WS-ID
           IF WS-SIN-RESPOSTAS(WS-ID) < 99
               ADD 1 TO WS-SIN-RESPOSTAS(WS-ID)
           END-IF
           IF CR-DATA NOT < WS-SIN-DT-RESP(WS-ID)
               MOVE CR-DATA      TO WS-SIN-DT-RESP(WS-ID)
               MOVE CR-OPERADOR  TO WS-SIN-OPER-RESP(WS-ID)
           END-IF
           .
       P260-FIM.

      * DEFEITOS DA ULTIMA RODADA DO QUALCONT (A FILA E REFEITA A
      * CADA RODADA).
       P300-LER-QUALFILA.
           SET EOF-OK TO FALSE
           SET FS-FILA-OK TO TRUE
           OPEN INPUT QUALFILA
           IF NOT FS-FILA-OK
               DISPLAY 'FILA DE QUALIDADE AUSENTE: DEFEITOS NAO '
                       'DESCONTAM.'
               GO TO P300-FIM
           END-IF
           PERFORM P310-LER-DEFEITOS THRU P310-FIM
               UNTIL EOF-OK
           CLOSE QUALFILA
           SET EOF-OK TO FALSE
           .
       P300-FIM.

       P310-LER-DEFEITOS.
           READ QUALFILA
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           IF FILA-ID-CONTATO NOT NUMERIC OR FILA-ID-CONTATO = 0
               GO TO P310-FIM
           END-IF
           MOVE FILA-ID-CONTATO TO WS-ID
           MOVE 0 TO WS-SIN-DEFEITOS(WS-ID)
           MOVE 1 TO WS-POS-DEF
           PERFORM P315-CONTAR-DEFEITO THRU P315-FIM
               UNTIL WS-POS-DEF > 23
           .
       P310-FIM.

       P315-CONTAR-DEFEITO.
           IF FILA-DEFEITOS(WS-POS-DEF:2) NOT = SPACES
               ADD 1 TO WS-SIN-DEFEITOS(WS-ID)
           END-IF
           ADD 2 TO WS-POS-DEF
           .
       P315-FIM.

      * RETORNOS EM ABERTO (UM POR CONTATO BASTA) E A ULTIMA
      * SEQUENCIA USADA, PARA NUMERAR OS NOVOS.
       P350-LER-FUPFILE.
           MOVE 0 TO WS-FUP-SEQ
           SET EOF-OK TO FALSE
           SET FS-FUP-OK TO TRUE
           OPEN INPUT FUPFILE
           IF NOT FS-FUP-OK
               GO TO P350-FIM
           END-IF
           PERFORM P360-LER-RETORNO THRU P360-FIM
               UNTIL EOF-OK
           CLOSE FUPFILE
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P360-LER-RETORNO.
           READ FUPFILE
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P360-FIM
           END-READ
           IF FUP-SEQUENCIA NUMERIC AND FUP-SEQUENCIA > WS-FUP-SEQ
               MOVE FUP-SEQUENCIA TO WS-FUP-SEQ
           END-IF
           IF FUP-ABERTO AND FUP-ID-CONTATO NUMERIC
                   AND FUP-ID-CONTATO > 0
               MOVE 'S' TO WS-SIN-FUP-ABERTO(FUP-ID-CONTATO)
           END-IF
           .
       P360-FIM.

       P400-PONTUAR.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               MOVE 8 TO WS-FIM-RC
               GO TO P400-FIM
           END-IF

           SET FS-CMP-OK TO TRUE
           OPEN I-O CONTCOMP
           IF FS-CMP-NAO-EXISTE
               OPEN OUTPUT CONTCOMP
               CLOSE CONTCOMP
               OPEN I-O CONTCOMP
           END-IF
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO ABRIR O COMPLEMENTO DOS CONTATOS (FS='
                       WS-FS-CMP ').'
               CLOSE CONTATOS
               MOVE 8 TO WS-FIM-RC
               GO TO P400-FIM
           END-IF

           SET FUPFILE-ABERTO TO FALSE
           SET FS-FUP-OK TO TRUE
           OPEN EXTEND FUPFILE
           IF WS-FS-FUP EQUAL 35
               OPEN OUTPUT FUPFILE
           END-IF
           IF FS-FUP-OK
               SET FUPFILE-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RETORNOS (FS='
                       WS-FS-FUP '). NENHUM RETORNO SERA ABERTO.'
               IF WS-FIM-RC < 4
                   MOVE 4 TO WS-FIM-RC
               END-IF
           END-IF

           PERFORM P410-PONTUAR-CONTATO THRU P410-FIM
               UNTIL EOF-OK

           CLOSE CONTATOS
           CLOSE CONTCOMP
           IF FUPFILE-ABERTO
               CLOSE FUPFILE
           END-IF
           SET EOF-OK TO FALSE
           .
       P400-FIM.

      * SO O PROSPECTO ATIVO E PONTUADO; O SCORE DE QUEM JA VIROU
      * CLIENTE FICA COMO ESTAVA (A DATA MOSTRA QUE PAROU).
       P410-PONTUAR-CONTATO.
           READ CONTATOS
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           ADD 1 TO WS-LIDOS
           IF CONTATO-EXCLUIDO OR NOT CICLO-PROSPECTO
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-PROSPECTOS
           MOVE ID-CONTATO TO WS-ID

           PERFORM P420-CALCULAR-SCORE THRU P420-FIM
           ADD 1 TO WS-QTD-FAIXA(WS-FAIXA-IDX)

           SET TEM-REGISTRO TO TRUE
           MOVE ID-CONTATO TO CMP-ID-CONTATO
           READ CONTCOMP
               INVALID KEY
                   SET TEM-REGISTRO TO FALSE
           END-READ
           IF TEM-REGISTRO
               MOVE CMP-SCORE TO WS-SCORE-ANTERIOR
           ELSE
               MOVE SPACES     TO REG-CONTCOMP
               MOVE ID-CONTATO TO CMP-ID-CONTATO
               MOVE 0          TO CMP-DT-FUP-SCORE
               MOVE 0          TO WS-SCORE-ANTERIOR
           END-IF
           MOVE WS-SCORE        TO CMP-SCORE
           MOVE WS-DATA-SISTEMA TO CMP-DT-SCORE
           MOVE WS-FAIXA        TO CMP-FAIXA-SCORE

      * CRUZAR O LIMIAR E SUBIR DE BAIXO DELE PARA CIMA: QUEM JA
      * ESTAVA ACIMA NA NOITE ANTERIOR NAO GANHA OUTRO RETORNO, A
      * MENOS QUE O RETORNO DO CRUZAMENTO NAO TENHA SAIDO (SEM
      * OPERADOR ATIVO, OU OUTRO RETORNO AINDA ABERTO).
           IF WS-SCORE NOT < WS-LIMIAR
               IF NOT TEM-REGISTRO OR WS-SCORE-ANTERIOR < WS-LIMIAR
                   ADD 1 TO WS-CRUZARAM
                   MOVE 0 TO CMP-DT-FUP-SCORE
               END-IF
               IF CMP-DT-FUP-SCORE = 0
                   PERFORM P450-ABRIR-RETORNO THRU P450-FIM
               END-IF
           END-IF

           IF TEM-REGISTRO
               REWRITE REG-CONTCOMP
                   INVALID KEY
                       ADD 1 TO WS-ERROS-CMP
               END-REWRITE
           ELSE
               WRITE REG-CONTCOMP
                   INVALID KEY
                       ADD 1 TO WS-ERROS-CMP
               END-WRITE
           END-IF
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO GRAVAR O SCORE DO CONTATO '
                       ID-CONTATO ' (FS=' WS-FS-CMP ').'
           END-IF
           .
       P410-FIM.

      * PESOS: RESPOSTAS ATE 45 PONTOS (15 CADA), TOQUE RECENTE ATE
      * 20, CANAIS VERIFICADOS ATE 20 (5 CADA: TELEFONE, E-MAIL,
      * ENDERECO, CPF), ORIGEM ATE 20 (INDICACAO 20, SITE 15, BALCAO
      * 10, DEMAIS 5) E MENOS 5 POR DEFEITO NA QUALFILA. O TOTAL E
      * LIMITADO A 0..100.
       P420-CALCULAR-SCORE.
           COMPUTE WS-PONTOS = WS-SIN-RESPOSTAS(WS-ID) * 15
           IF WS-PONTOS > 45
               MOVE 45 TO WS-PONTOS
           END-IF

           IF WS-SIN-DT-TOQUE(WS-ID) > 0
               COMPUTE WS-DIAS-TOQUE = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(WS-SIN-DT-TOQUE(WS-ID))
               EVALUATE TRUE
                   WHEN WS-DIAS-TOQUE < 0
                       CONTINUE
                   WHEN WS-DIAS-TOQUE NOT > 30
                       ADD 20 TO WS-PONTOS
                   WHEN WS-DIAS-TOQUE NOT > 90
                       ADD 10 TO WS-PONTOS
                   WHEN WS-DIAS-TOQUE NOT > 180
                       ADD 5 TO WS-PONTOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF DT-VERIF-TEL NUMERIC AND DT-VERIF-TEL > 0
               ADD 5 TO WS-PONTOS
           END-IF
           IF DT-VERIF-EMAIL NUMERIC AND DT-VERIF-EMAIL > 0
               ADD 5 TO WS-PONTOS
           END-IF
           IF DT-VERIF-END NUMERIC AND DT-VERIF-END > 0
               ADD 5 TO WS-PONTOS
           END-IF
           IF DT-VERIF-CPF NUMERIC AND DT-VERIF-CPF > 0
               ADD 5 TO WS-PONTOS
           END-IF

           MOVE SPACE TO WS-TIPO-ORIGEM
           IF CD-ORIGEM-LEAD NOT = SPACE
               SET WS-ORI-IDX TO 1
               SEARCH WS-ORI
                   AT END
                       CONTINUE
                   WHEN WS-ORI-IDX > WS-QTD-ORIG
                       CONTINUE
                   WHEN WS-ORI-COD(WS-ORI-IDX) = CD-ORIGEM-LEAD
                       MOVE WS-ORI-TIPO(WS-ORI-IDX) TO WS-TIPO-ORIGEM
               END-SEARCH
           END-IF
           EVALUATE WS-TIPO-ORIGEM
               WHEN 'I'
                   ADD 20 TO WS-PONTOS
               WHEN 'S'
                   ADD 15 TO WS-PONTOS
               WHEN 'B'
                   ADD 10 TO WS-PONTOS
               WHEN 'L'
               WHEN 'A'
               WHEN 'O'
                   ADD 5 TO WS-PONTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           COMPUTE WS-PONTOS = WS-PONTOS - WS-SIN-DEFEITOS(WS-ID) * 5
           IF WS-PONTOS < 0
               MOVE 0 TO WS-PONTOS
           END-IF
           IF WS-PONTOS > 100
               MOVE 100 TO WS-PONTOS
           END-IF
           MOVE WS-PONTOS TO WS-SCORE

           EVALUATE TRUE
               WHEN WS-SCORE NOT < 80
                   MOVE 'A' TO WS-FAIXA
                   MOVE 1   TO WS-FAIXA-IDX
               WHEN WS-SCORE NOT < 60
                   MOVE 'B' TO WS-FAIXA
                   MOVE 2   TO WS-FAIXA-IDX
               WHEN WS-SCORE NOT < 40
                   MOVE 'C' TO WS-FAIXA
                   MOVE 3   TO WS-FAIXA-IDX
               WHEN WS-SCORE NOT < 20
                   MOVE 'D' TO WS-FAIXA
                   MOVE 4   TO WS-FAIXA-IDX
               WHEN OTHER
                   MOVE 'E' TO WS-FAIXA
                   MOVE 5   TO WS-FAIXA-IDX
           END-EVALUATE
           .
       P420-FIM.

      * RETORNO PARA HOJE, PARA O LEAD QUENTE SAIR NO TICKCONT DO
      * OPERADOR JA NO PROXIMO LEMBRETE.
       P450-ABRIR-RETORNO.
           IF NOT FUPFILE-ABERTO
               GO TO P450-FIM
           END-IF
           IF WS-SIN-FUP-ABERTO(WS-ID) = 'S'
               ADD 1 TO WS-JA-ABERTOS
               GO TO P450-FIM
           END-IF

           PERFORM P460-ESCOLHER-OPERADOR THRU P460-FIM
           IF WS-FUP-OPERADOR = SPACES
               ADD 1 TO WS-SEM-OPERADOR
               DISPLAY 'CONTATO ' ID-CONTATO ' CRUZOU O LIMIAR SEM '
                       'OPERADOR ATIVO PARA O RETORNO.'
               GO TO P450-FIM
           END-IF

           ADD 1 TO WS-FUP-SEQ
           MOVE WS-SCORE TO WS-SCORE-ED
           MOVE SPACES          TO REG-FUPFILE
           MOVE WS-FUP-SEQ      TO FUP-SEQUENCIA
           MOVE ID-CONTATO      TO FUP-ID-CONTATO
           MOVE WS-FUP-OPERADOR TO FUP-OPERADOR
           MOVE WS-DATA-SISTEMA TO FUP-DT-PREVISTA
           STRING 'LEAD QUENTE - SCORE ' DELIMITED BY SIZE
                  WS-SCORE-ED            DELIMITED BY SIZE
                  INTO FUP-MOTIVO
           END-STRING
           MOVE 'A'             TO FUP-SITUACAO
           MOVE WS-DATA-SISTEMA TO FUP-DT-ABERTURA
           MOVE 0               TO FUP-DT-DISPOSICAO
           WRITE REG-FUPFILE
           IF FS-FUP-OK
               ADD 1 TO WS-RETORNOS
               MOVE 'S'             TO WS-SIN-FUP-ABERTO(WS-ID)
               MOVE WS-DATA-SISTEMA TO CMP-DT-FUP-SCORE
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RETORNO DO CONTATO '
                       ID-CONTATO ' (FS=' WS-FS-FUP ').'
           END-IF
           .
       P450-FIM.

      * O OPERADOR CERTO: O GERENTE DE CONTAS DO CONTATO, SENAO
      * QUEM ATENDEU A ULTIMA RESPOSTA, SENAO O DONO DA ULTIMA
      * CAMPANHA QUE TOCOU O CONTATO, SENAO O PADRAO SCORE_OPERADOR
      * - SEMPRE O PRIMEIRO QUE ESTIVER ATIVO.
       P460-ESCOLHER-OPERADOR.
           MOVE SPACES TO WS-FUP-OPERADOR

           MOVE CMP-GERENTE TO WS-CANDIDATO
           PERFORM P470-CONFERE-OPERADOR THRU P470-FIM
           IF OPER-OK
               MOVE WS-CANDIDATO TO WS-FUP-OPERADOR
               GO TO P460-FIM
           END-IF

           MOVE WS-SIN-OPER-RESP(WS-ID) TO WS-CANDIDATO
           PERFORM P470-CONFERE-OPERADOR THRU P470-FIM
           IF OPER-OK
               MOVE WS-CANDIDATO TO WS-FUP-OPERADOR
               GO TO P460-FIM
           END-IF

           MOVE SPACES TO WS-CANDIDATO
           IF WS-SIN-CAMP-TOQUE(WS-ID) NOT = SPACES
               SET WS-CMP-IDX TO 1
               SEARCH WS-CMP
                   AT END
                       CONTINUE
                   WHEN WS-CMP-IDX > WS-QTD-CAMP
                       CONTINUE
                   WHEN WS-CMP-COD(WS-CMP-IDX) =
                           WS-SIN-CAMP-TOQUE(WS-ID)
                       MOVE WS-CMP-DONO(WS-CMP-IDX) TO WS-CANDIDATO
               END-SEARCH
           END-IF
           PERFORM P470-CONFERE-OPERADOR THRU P470-FIM
           IF OPER-OK
               MOVE WS-CANDIDATO TO WS-FUP-OPERADOR
               GO TO P460-FIM
           END-IF

           MOVE WS-OPER-PADRAO TO WS-CANDIDATO
           PERFORM P470-CONFERE-OPERADOR THRU P470-FIM
           IF OPER-OK
               MOVE WS-CANDIDATO TO WS-FUP-OPERADOR
           END-IF
           .
       P460-FIM.

       P470-CONFERE-OPERADOR.
           SET OPER-OK TO FALSE
           IF WS-CANDIDATO = SPACES
               GO TO P470-FIM
           END-IF
           IF NOT OPERTAB-LIDA
               SET OPER-OK TO TRUE
               GO TO P470-FIM
           END-IF
           SET WS-OPR-IDX TO 1
           SEARCH WS-OPR
               AT END
                   CONTINUE
               WHEN WS-OPR-IDX > WS-QTD-OPER
                   CONTINUE
               WHEN WS-OPR-COD(WS-OPR-IDX) = WS-CANDIDATO
                   SET OPER-OK TO TRUE
           END-SEARCH
           .
       P470-FIM.

       P600-GERAR-RELATORIO.
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELSCORE
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE SCORE (FS='
                       WS-FS-REL ').'
               MOVE 8 TO WS-FIM-RC
           END-IF

           MOVE WS-LIMIAR TO WS-LIMIAR-ED
           MOVE SPACES TO REG-RELSCORE
           STRING 'PONTUACAO DE PROSPECTOS - DATA DE PROCESSAMENTO '
                                              DELIMITED BY SIZE
                  WS-DATA-SISTEMA             DELIMITED BY SIZE
                  '  LIMIAR DO RETORNO: '     DELIMITED BY SIZE
                  WS-LIMIAR-ED                DELIMITED BY SIZE
                  INTO REG-RELSCORE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELSCORE
           STRING 'CONTATOS LIDOS: '          DELIMITED BY SIZE
                  WS-LIDOS                    DELIMITED BY SIZE
                  '  PROSPECTOS PONTUADOS: '  DELIMITED BY SIZE
                  WS-PROSPECTOS               DELIMITED BY SIZE
                  INTO REG-RELSCORE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE SPACES TO REG-RELSCORE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 'FAIXA            PROSPECTOS       %' TO REG-RELSCORE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 1 TO WS-FAIXA-IDX
           PERFORM P610-LINHA-FAIXA THRU P610-FIM
               UNTIL WS-FAIXA-IDX > 5

           MOVE SPACES TO REG-RELSCORE
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO REG-RELSCORE
           STRING 'CRUZARAM O LIMIAR NESTA NOITE: '
                                              DELIMITED BY SIZE
                  WS-CRUZARAM                 DELIMITED BY SIZE
                  '  RETORNOS ABERTOS: '      DELIMITED BY SIZE
                  WS-RETORNOS                 DELIMITED BY SIZE
                  '  JA TINHAM RETORNO ABERTO: '
                                              DELIMITED BY SIZE
                  WS-JA-ABERTOS               DELIMITED BY SIZE
                  '  SEM OPERADOR ATIVO: '    DELIMITED BY SIZE
                  WS-SEM-OPERADOR             DELIMITED BY SIZE
                  INTO REG-RELSCORE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           IF WS-ERROS-CMP > 0
               MOVE SPACES TO REG-RELSCORE
               STRING 'ATENCAO: '             DELIMITED BY SIZE
                      WS-ERROS-CMP            DELIMITED BY SIZE
                      ' SCORE(S) NAO GRAVADO(S) NO COMPLEMENTO DOS '
                                              DELIMITED BY SIZE
                      'CONTATOS.'             DELIMITED BY SIZE
                      INTO REG-RELSCORE
               END-STRING
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF

           IF FS-REL-OK
               CLOSE RELSCORE
               MOVE 'RELSCORE'       TO WS-CAT-NOME
               MOVE WS-QT-LINHAS     TO WS-CAT-REGISTROS
               MOVE WS-RELSCORE-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF
           .
       P600-FIM.

       P610-LINHA-FAIXA.
           MOVE WS-QTD-FAIXA(WS-FAIXA-IDX) TO WS-QTD-ED
           MOVE 0 TO WS-PERC
           IF WS-PROSPECTOS > 0
               COMPUTE WS-PERC ROUNDED =
                   WS-QTD-FAIXA(WS-FAIXA-IDX) * 100 / WS-PROSPECTOS
           END-IF
           MOVE WS-PERC TO WS-PERC-ED
           MOVE SPACES TO REG-RELSCORE
           STRING WS-ROTULO-FAIXA(WS-FAIXA-IDX) DELIMITED BY SIZE
                  '     '                       DELIMITED BY SIZE
                  WS-QTD-ED                     DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-PERC-ED                    DELIMITED BY SIZE
                  INTO REG-RELSCORE
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           ADD 1 TO WS-FAIXA-IDX
           .
       P610-FIM.

       P850-GRAVAR-LINHA.
           IF FS-REL-OK
               WRITE REG-RELSCORE
               ADD 1 TO WS-QT-LINHAS
           END-IF
           DISPLAY FUNCTION TRIM(REG-RELSCORE TRAILING)
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM SCORECONT.
