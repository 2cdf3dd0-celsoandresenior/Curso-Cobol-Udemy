      *          ALGUM CANAL (TELEFONE, E-MAIL OU ENDERECO) NUNCA
      *          VERIFICADO OU VERIFICADO HA MAIS DE UM ANO (VEJA
      *          DT-VERIF-* NO FD_CONTATOS.cpy). O ATENDIMENTO LIGA
      *          E LANCA O RESULTADO PELO VERIFRES. CONTATO COM
      *          TELEFONE NO CADASTRO NAO ME PERTURBE (MARCADO PELO
      *          NMPCASA) SO ENTRA NA LISTA COM CONSENTIMENTO DE
      *          LIGACAO REGISTRADO (IND-OPT-TEL = 'S'). CADA LINHA
      *          LEVA A FILIAL E A EMPRESA DO CONTATO NA AREA DE
      *          DISTRIBUICAO (VEJA RELCHAVE.cpy) E A LISTA FICA
      *          REGISTRADA NO CATALOGO (RELCAT) PARA O DISTREL
      *          MANDAR A CADA ESCRITORIO SO A SUA PARTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RELCAT ASSIGN TO DYNAMIC
               WS-RELCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT2.

       DATA DIVISION.

       FILE SECTION.
          COPY FD_CONTATOS.

       FD RELVERIF.
       01 REG-RELVERIF              PIC X(132).
       01 REG-RELVERIF-DIST.
           03 RELVERIF-TEXTO         PIC X(120).
           COPY RELCHAVE.

       FD RELCAT.
          COPY RELCAT.

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.

      * REGISTRO DO RELATORIO NO CATALOGO (VEJA GRAVCAT.cpy).
       77 WS-RELCAT-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'.
       77 WS-FS-CAT2                PIC 99.
          88 FS-CAT2-OK             VALUE 0.
       77 WS-CAT-PROGRAMA           PIC X(12) VALUE 'VERIFLST'.
       77 WS-CAT-NOME               PIC X(12) VALUE SPACES.
       77 WS-CAT-REGISTROS          PIC 9(07) VALUE ZEROES.
       77 WS-CAT-ARQUIVO            PIC X(100) VALUE SPACES.

      * DATA DE CORTE: VERIFICACAO ANTERIOR A UM ANO ATRAS CONTA
      * COMO VENCIDA.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-LISTADOS               PIC 9(05) VALUE ZEROES.
       77 WS-BLOQ-NMP               PIC 9(05) VALUE ZEROES.
       77 WS-LIBERADOS-NMP          PIC 9(05) VALUE ZEROES.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
                   TO WS-RELVERIF-PATH
           END-IF

           DISPLAY 'RELCAT_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELCAT-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RELCAT-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELCAT.TXT'
                   TO WS-RELCAT-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DATA-CORTE = WS-DATA-SISTEMA - 10000
           END-COMPUTE
           CLOSE CONTATOS
           IF FS-REL-OK
               CLOSE RELVERIF
               MOVE 'VERIFLST'       TO WS-CAT-NOME
               MOVE WS-LISTADOS      TO WS-CAT-REGISTROS
               MOVE WS-RELVERIF-PATH TO WS-CAT-ARQUIVO
               COPY GRAVCAT.
           END-IF

           DISPLAY 'REGISTROS LIDOS.......: ' WS-LIDOS
           DISPLAY 'CONTATOS NA LISTA.....: ' WS-LISTADOS
           DISPLAY 'NAO ME PERTURBE.......: ' WS-BLOQ-NMP
           DISPLAY 'LIBERADOS POR CONSENT.: ' WS-LIBERADOS-NMP
           .
       P200-FIM.

                   ADD 1 TO WS-LIDOS
                   IF NOT CONTATO-EXCLUIDO
                       PERFORM P300-AVALIAR-CANAIS THRU P300-FIM
                       IF WS-PENDENCIAS NOT = SPACES
                           PERFORM P350-CONFERE-NMP THRU P350-FIM
                       END-IF
                       IF WS-PENDENCIAS NOT = SPACES
                           ADD 1 TO WS-LISTADOS
                           PERFORM P400-GRAVAR-CONTATO THRU P400-FIM
           .
       P300-FIM.

      * NUMERO NO NAO ME PERTURBE: A LIGACAO DE VERIFICACAO SO SAI
      * COM CONSENTIMENTO EXPLICITO; SEM ELE O CONTATO SAI DA LISTA.
       P350-CONFERE-NMP.
           IF NOT TEL-NAO-PERTURBE
               GO TO P350-FIM
           END-IF
           IF OPT-TEL-SIM
               ADD 1 TO WS-LIBERADOS-NMP
           ELSE
               ADD 1 TO WS-BLOQ-NMP
               MOVE SPACES TO WS-PENDENCIAS
           END-IF
           .
       P350-FIM.

       P400-GRAVAR-CONTATO.
           MOVE SPACES TO REG-RELVERIF
           STRING 'ID '              DELIMITED BY SIZE
                  WS-PENDENCIAS      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NM-CONTATO         DELIMITED BY SIZE
                  INTO RELVERIF-TEXTO
           END-STRING
           MOVE CD-FILIAL TO REL-DIST-FILIAL
           IF CD-EMPRESA = 0
               MOVE '01' TO REL-DIST-EMPRESA
           ELSE
               MOVE CD-EMPRESA TO REL-DIST-EMPRESA
           END-IF
           IF FS-REL-OK
               WRITE REG-RELVERIF
           END-IF
           DISPLAY FUNCTION TRIM(RELVERIF-TEXTO)
           .
       P400-FIM.

