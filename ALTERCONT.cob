               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

               SELECT APRFILA ASSIGN TO DYNAMIC
               WS-APRFILA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
                ==CICLO-PROSPECTO==   BY ==BKP-CICLO-PROSPECTO==
                ==CICLO-CLIENTE==     BY ==BKP-CICLO-CLIENTE==
                ==CICLO-INATIVO==     BY ==BKP-CICLO-INATIVO==
                ==DT-CICLO==          BY ==BKP-DT-CICLO==
                ==IND-EMAIL-DEVOLVIDO== BY ==BKP-IND-EMAIL-DEVOLVIDO==
                ==EMAIL-DEVOLVIDO==   BY ==BKP-EMAIL-DEVOLVIDO==
                ==DT-DEVOL-EMAIL==    BY ==BKP-DT-DEVOL-EMAIL==
                ==IND-OPT-SMS==       BY ==BKP-IND-OPT-SMS==
                ==OPT-SMS-SIM==       BY ==BKP-OPT-SMS-SIM==
                ==OPT-SMS-NAO==       BY ==BKP-OPT-SMS-NAO==
                ==DT-OPT-SMS==        BY ==BKP-DT-OPT-SMS==
                ==IND-OPT-TEL==       BY ==BKP-IND-OPT-TEL==
                ==OPT-TEL-SIM==       BY ==BKP-OPT-TEL-SIM==
                ==OPT-TEL-NAO==       BY ==BKP-OPT-TEL-NAO==
                ==IND-NAO-PERTURBE==  BY ==BKP-IND-NAO-PERTURBE==
                ==TEL-NAO-PERTURBE==  BY ==BKP-TEL-NAO-PERTURBE==
                ==IND-SITUACAO-CPF==  BY ==BKP-IND-SITUACAO-CPF==
                ==CPF-REGULAR==       BY ==BKP-CPF-REGULAR==
                ==CPF-TITULAR-FALECIDO==
                    BY ==BKP-CPF-TITULAR-FALECIDO==
                ==DT-VERIF-CPF==      BY ==BKP-DT-VERIF-CPF==
                ==IND-TRIAGEM-PEP==   BY ==BKP-IND-TRIAGEM-PEP==
                ==PEP-PENDENTE==      BY ==BKP-PEP-PENDENTE==
                ==PEP-CONFIRMADO==    BY ==BKP-PEP-CONFIRMADO==
                ==PEP-LIBERADO==      BY ==BKP-PEP-LIBERADO==
                ==PEP-RETIDO==        BY ==BKP-PEP-RETIDO==
                ==DT-TRIAGEM-PEP==    BY ==BKP-DT-TRIAGEM-PEP==
                ==IND-MENOR==         BY ==BKP-IND-MENOR==
                ==MENOR-SEM-CONSENTIMENTO==
                    BY ==BKP-MENOR-SEM-CONSENTIMENTO==
                ==MENOR-AUTORIZADO==  BY ==BKP-MENOR-AUTORIZADO==
                ==CONTATO-MENOR==     BY ==BKP-CONTATO-MENOR==
                ==CD-ORIGEM-LEAD==    BY ==BKP-CD-ORIGEM-LEAD==.

       FD BACKUP.
       01 REG-BACKUP                PIC X(400).
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

      * FILA DE APROVACAO QUATRO-OLHOS (VEJA APRFILA.cpy): A
      * ALTERACAO DE UM OPERADOR SEM PERFIL DE SUPERVISOR E RETIDA
      * AQUI COMO PENDENCIA, EM VEZ DE IR DIRETO AO MESTRE; O
          COPY NOTAFILE.

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.

       77 WS-NOTAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'.
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

      * CAPTURA DO CONSENTIMENTO DE CONTATO (LGPD).
       77 WS-OPT-MALA               PIC X(01) VALUE SPACES.
       77 WS-OPT-EMAIL              PIC X(01) VALUE SPACES.
       77 WS-OPT-SMS                PIC X(01) VALUE SPACES.
       77 WS-OPT-TEL                PIC X(01) VALUE SPACES.
       77 WS-OPT-VALIDO             PIC X VALUE 'N'.
          88 OPT-VALIDO             VALUE 'S' FALSE 'N'.

           03 WS-TELA-GRUPO          PIC 9(02) VALUE ZEROES.
           03 WS-TELA-OPT-MALA       PIC X(01) VALUE 'S'.
           03 WS-TELA-OPT-EMAIL      PIC X(01) VALUE 'S'.
           03 WS-TELA-OPT-SMS        PIC X(01) VALUE 'N'.
           03 WS-TELA-OPT-TEL        PIC X(01) VALUE 'N'.
           03 WS-TELA-CPF            PIC 9(11) VALUE ZEROES.


                ==CICLO-PROSPECTO==   BY ==ANTES-CICLO-PROSPECTO==
                ==CICLO-CLIENTE==     BY ==ANTES-CICLO-CLIENTE==
                ==CICLO-INATIVO==     BY ==ANTES-CICLO-INATIVO==
                ==DT-CICLO==          BY ==ANTES-DT-CICLO==
                ==IND-EMAIL-DEVOLVIDO== BY ==ANTES-IND-EMAIL-DEVOLVIDO==
                ==EMAIL-DEVOLVIDO==   BY ==ANTES-EMAIL-DEVOLVIDO==
                ==DT-DEVOL-EMAIL==    BY ==ANTES-DT-DEVOL-EMAIL==
                ==IND-OPT-SMS==       BY ==ANTES-IND-OPT-SMS==
                ==OPT-SMS-SIM==       BY ==ANTES-OPT-SMS-SIM==
                ==OPT-SMS-NAO==       BY ==ANTES-OPT-SMS-NAO==
                ==DT-OPT-SMS==        BY ==ANTES-DT-OPT-SMS==
                ==IND-OPT-TEL==       BY ==ANTES-IND-OPT-TEL==
                ==OPT-TEL-SIM==       BY ==ANTES-OPT-TEL-SIM==
                ==OPT-TEL-NAO==       BY ==ANTES-OPT-TEL-NAO==
                ==IND-NAO-PERTURBE==  BY ==ANTES-IND-NAO-PERTURBE==
                ==TEL-NAO-PERTURBE==  BY ==ANTES-TEL-NAO-PERTURBE==
                ==IND-SITUACAO-CPF==  BY ==ANTES-IND-SITUACAO-CPF==
                ==CPF-REGULAR==       BY ==ANTES-CPF-REGULAR==
                ==CPF-TITULAR-FALECIDO==
                    BY ==ANTES-CPF-TITULAR-FALECIDO==
                ==DT-VERIF-CPF==      BY ==ANTES-DT-VERIF-CPF==
                ==IND-TRIAGEM-PEP==   BY ==ANTES-IND-TRIAGEM-PEP==
                ==PEP-PENDENTE==      BY ==ANTES-PEP-PENDENTE==
                ==PEP-CONFIRMADO==    BY ==ANTES-PEP-CONFIRMADO==
                ==PEP-LIBERADO==      BY ==ANTES-PEP-LIBERADO==
                ==PEP-RETIDO==        BY ==ANTES-PEP-RETIDO==
                ==DT-TRIAGEM-PEP==    BY ==ANTES-DT-TRIAGEM-PEP==
                ==IND-MENOR==         BY ==ANTES-IND-MENOR==
                ==MENOR-SEM-CONSENTIMENTO==
                    BY ==ANTES-MENOR-SEM-CONSENTIMENTO==
                ==MENOR-AUTORIZADO==  BY ==ANTES-MENOR-AUTORIZADO==
                ==CONTATO-MENOR==     BY ==ANTES-CONTATO-MENOR==
                ==CD-ORIGEM-LEAD==    BY ==ANTES-CD-ORIGEM-LEAD==.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       01 TELA-CONTATO.
           03 BLANK SCREEN.
           03 LINE 01 COL 20 VALUE 'FICHA DO CONTATO'.
           03 LINE 01 COL 60 PIC X(11) FROM WS-TREINO-ROTULO.
           03 LINE 03 COL 02 VALUE 'NOME COMPLETO..:'.
           03 SC-NOME       LINE 03 COL 19 PIC X(41)
               USING WS-TELA-NOME.
           03 LINE 16 COL 24 VALUE 'OPT E-MAIL (S/N):'.
           03 SC-OPT-EMAIL  LINE 16 COL 42 PIC X(01)
               USING WS-TELA-OPT-EMAIL.
           03 LINE 16 COL 46 VALUE 'OPT SMS (S/N):'.
           03 SC-OPT-SMS    LINE 16 COL 61 PIC X(01)
               USING WS-TELA-OPT-SMS.
           03 LINE 18 COL 02 VALUE 'CPF............:'.
           03 SC-CPF        LINE 18 COL 19 PIC 9(11)
               USING WS-TELA-CPF.
           03 LINE 18 COL 34 VALUE 'OPT LIGACAO (S/N):'.
           03 SC-OPT-TEL    LINE 18 COL 53 PIC X(01)
               USING WS-TELA-OPT-TEL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** ALTERAR CONTATOS ***".
           COPY TREINO.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P105-BACKUP-CONTATOS THRU P105-FIM
           PERFORM P110-MOSTRAR-DEVOLVIDAS THRU P110-FIM
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'APRFILA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-APRFILA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-APRFILA-PATH = SPACES
                               MOVE SPACE TO IND-END-DEVOLVIDO
                               MOVE 0     TO DT-DEVOLUCAO
                           END-IF
                           IF ANTES-EMAIL NOT = WS-EMAIL
                                   AND EMAIL-DEVOLVIDO
      * E-MAIL TROCADO: A MARCA DE DEVOLUCAO DO PROVEDOR DEIXA DE
      * VALER.
                               MOVE SPACE TO IND-EMAIL-DEVOLVIDO
                               MOVE 0     TO DT-DEVOL-EMAIL
                           END-IF
      * MENOR DE 18 ANOS (LGPD): SEM O CONSENTIMENTO DO RESPONSAVEL
      * REGISTRADO NO RELAMANUT, FICA FORA DE TIRAGENS E CAMPANHAS.
                           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                           COPY MENORCHK.
                           IF MENOR-SEM-CONSENTIMENTO
                               DISPLAY 'CONTATO MENOR DE 18 ANOS SEM '
                                   'CONSENTIMENTO DO RESPONSAVEL: '
                                   'REGISTRE-O NO RELAMANUT.'
                           END-IF
      * QUATRO-OLHOS: SO O SUPERVISOR APLICA DIRETO NO MESTRE; A
      * ALTERACAO DOS DEMAIS PERFIS VIRA PENDENCIA NA APRFILA, A
      * SER APROVADA (OU REJEITADA) PELO APROVCONT.

           IF ANTES-IND-OPT-MALA NOT = IND-OPT-MALA
                   OR ANTES-IND-OPT-EMAIL NOT = IND-OPT-EMAIL
                   OR ANTES-IND-OPT-SMS NOT = IND-OPT-SMS
                   OR ANTES-IND-OPT-TEL NOT = IND-OPT-TEL
      * MUDANCA DE CONSENTIMENTO GANHA ENTRADA PROPRIA NO JORNAL.
               MOVE 'CONSENT' TO WS-JOR-OPERACAO
               MOVE REG-CONTATOS-ANTES TO WS-JOR-ANTES
           DISPLAY 'GRUPO.......: ' CD-GRUPO
           DISPLAY 'OPT MALA....: ' IND-OPT-MALA
                   '  OPT E-MAIL: ' IND-OPT-EMAIL
                   '  OPT SMS: ' IND-OPT-SMS
                   '  OPT LIGACAO: ' IND-OPT-TEL
           DISPLAY 'CPF.........: ' NR-CPF
           DISPLAY '-------------------------------------------------'
           .
               UNTIL OPT-VALIDO
           IF WS-OPT-MALA NOT = IND-OPT-MALA
                   OR WS-OPT-EMAIL NOT = IND-OPT-EMAIL
                   OR WS-OPT-TEL NOT = IND-OPT-TEL
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO DT-CONSENTIMENTO
           END-IF
           MOVE WS-OPT-MALA  TO IND-OPT-MALA
           MOVE WS-OPT-EMAIL TO IND-OPT-EMAIL
           MOVE WS-OPT-TEL   TO IND-OPT-TEL
      * O SMS TEM DATA DE CONSENTIMENTO PROPRIA.
           IF WS-OPT-SMS NOT = IND-OPT-SMS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO DT-OPT-SMS
           END-IF
           MOVE WS-OPT-SMS   TO IND-OPT-SMS
           .
       P320-FIM.

           ACCEPT WS-OPT-MALA
           DISPLAY 'ACEITA RECEBER E-MAIL? (S/N): '
           ACCEPT WS-OPT-EMAIL
           DISPLAY 'ACEITA RECEBER SMS NO CELULAR? (S/N): '
           ACCEPT WS-OPT-SMS
           DISPLAY 'ACEITA RECEBER LIGACOES? (S/N): '
           ACCEPT WS-OPT-TEL
           IF (WS-OPT-MALA = 'S' OR WS-OPT-MALA = 'N')
                   AND (WS-OPT-EMAIL = 'S' OR WS-OPT-EMAIL = 'N')
                   AND (WS-OPT-SMS = 'S' OR WS-OPT-SMS = 'N')
                   AND (WS-OPT-TEL = 'S' OR WS-OPT-TEL = 'N')
               SET OPT-VALIDO TO TRUE
           ELSE
               SET OPT-VALIDO TO FALSE
           MOVE CD-GRUPO        TO WS-TELA-GRUPO
           MOVE IND-OPT-MALA    TO WS-TELA-OPT-MALA
           MOVE IND-OPT-EMAIL   TO WS-TELA-OPT-EMAIL
           MOVE IND-OPT-SMS     TO WS-TELA-OPT-SMS
           MOVE IND-OPT-TEL     TO WS-TELA-OPT-TEL
           MOVE NR-CPF          TO WS-TELA-CPF
           .
       P358-FIM.
           MOVE WS-TELA-GRUPO      TO CD-GRUPO
           IF WS-TELA-OPT-MALA NOT = IND-OPT-MALA
                   OR WS-TELA-OPT-EMAIL NOT = IND-OPT-EMAIL
                   OR WS-TELA-OPT-TEL NOT = IND-OPT-TEL
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO DT-CONSENTIMENTO
           END-IF
           MOVE WS-TELA-OPT-MALA   TO IND-OPT-MALA
           MOVE WS-TELA-OPT-EMAIL  TO IND-OPT-EMAIL
           MOVE WS-TELA-OPT-TEL    TO IND-OPT-TEL
           IF WS-TELA-OPT-SMS NOT = IND-OPT-SMS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO DT-OPT-SMS
           END-IF
           MOVE WS-TELA-OPT-SMS    TO IND-OPT-SMS
           MOVE WS-TELA-CPF        TO NR-CPF

           DISPLAY 'CONFIRMA A GRAVACAO DA FICHA? (S/N): '
