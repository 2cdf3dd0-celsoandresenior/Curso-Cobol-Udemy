               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.


               SELECT CPFIDX ASSIGN TO DYNAMIC
               WS-CPFIDX-PATH
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.


       FD CONTATOSLOTE.
          COPY FD_CONTATOS REPLACING
               ==CICLO-PROSPECTO==   BY ==LOTE-CICLO-PROSPECTO==
               ==CICLO-CLIENTE==     BY ==LOTE-CICLO-CLIENTE==
               ==CICLO-INATIVO==     BY ==LOTE-CICLO-INATIVO==
               ==DT-CICLO==          BY ==LOTE-DT-CICLO==
               ==IND-EMAIL-DEVOLVIDO== BY ==LOTE-IND-EMAIL-DEVOLVIDO==
               ==EMAIL-DEVOLVIDO==   BY ==LOTE-EMAIL-DEVOLVIDO==
               ==DT-DEVOL-EMAIL==    BY ==LOTE-DT-DEVOL-EMAIL==
               ==IND-OPT-SMS==       BY ==LOTE-IND-OPT-SMS==
               ==OPT-SMS-SIM==       BY ==LOTE-OPT-SMS-SIM==
               ==OPT-SMS-NAO==       BY ==LOTE-OPT-SMS-NAO==
               ==DT-OPT-SMS==        BY ==LOTE-DT-OPT-SMS==
               ==IND-OPT-TEL==       BY ==LOTE-IND-OPT-TEL==
               ==OPT-TEL-SIM==       BY ==LOTE-OPT-TEL-SIM==
               ==OPT-TEL-NAO==       BY ==LOTE-OPT-TEL-NAO==
               ==IND-NAO-PERTURBE==  BY ==LOTE-IND-NAO-PERTURBE==
               ==TEL-NAO-PERTURBE==  BY ==LOTE-TEL-NAO-PERTURBE==
               ==IND-SITUACAO-CPF==  BY ==LOTE-IND-SITUACAO-CPF==
               ==CPF-REGULAR==       BY ==LOTE-CPF-REGULAR==
               ==CPF-TITULAR-FALECIDO==
                   BY ==LOTE-CPF-TITULAR-FALECIDO==
               ==DT-VERIF-CPF==      BY ==LOTE-DT-VERIF-CPF==
               ==IND-TRIAGEM-PEP==   BY ==LOTE-IND-TRIAGEM-PEP==
               ==PEP-PENDENTE==      BY ==LOTE-PEP-PENDENTE==
               ==PEP-CONFIRMADO==    BY ==LOTE-PEP-CONFIRMADO==
               ==PEP-LIBERADO==      BY ==LOTE-PEP-LIBERADO==
               ==PEP-RETIDO==        BY ==LOTE-PEP-RETIDO==
               ==DT-TRIAGEM-PEP==    BY ==LOTE-DT-TRIAGEM-PEP==
               ==IND-MENOR==         BY ==LOTE-IND-MENOR==
               ==MENOR-SEM-CONSENTIMENTO==
                   BY ==LOTE-MENOR-SEM-CONSENTIMENTO==
               ==MENOR-AUTORIZADO==  BY ==LOTE-MENOR-AUTORIZADO==
               ==CONTATO-MENOR==     BY ==LOTE-CONTATO-MENOR==
               ==CD-ORIGEM-LEAD==    BY ==LOTE-CD-ORIGEM-LEAD==.


      * INDICES DE BUSCA DIRETA (VEJA IDXCONT), MANTIDOS EM PASSO
               ==CICLO-PROSPECTO==   BY ==CHK-CICLO-PROSPECTO==
               ==CICLO-CLIENTE==     BY ==CHK-CICLO-CLIENTE==
               ==CICLO-INATIVO==     BY ==CHK-CICLO-INATIVO==
               ==DT-CICLO==          BY ==CHK-DT-CICLO==
               ==IND-EMAIL-DEVOLVIDO== BY ==CHK-IND-EMAIL-DEVOLVIDO==
               ==EMAIL-DEVOLVIDO==   BY ==CHK-EMAIL-DEVOLVIDO==
               ==DT-DEVOL-EMAIL==    BY ==CHK-DT-DEVOL-EMAIL==
               ==IND-OPT-SMS==       BY ==CHK-IND-OPT-SMS==
               ==OPT-SMS-SIM==       BY ==CHK-OPT-SMS-SIM==
               ==OPT-SMS-NAO==       BY ==CHK-OPT-SMS-NAO==
               ==DT-OPT-SMS==        BY ==CHK-DT-OPT-SMS==
               ==IND-OPT-TEL==       BY ==CHK-IND-OPT-TEL==
               ==OPT-TEL-SIM==       BY ==CHK-OPT-TEL-SIM==
               ==OPT-TEL-NAO==       BY ==CHK-OPT-TEL-NAO==
               ==IND-NAO-PERTURBE==  BY ==CHK-IND-NAO-PERTURBE==
               ==TEL-NAO-PERTURBE==  BY ==CHK-TEL-NAO-PERTURBE==
               ==IND-SITUACAO-CPF==  BY ==CHK-IND-SITUACAO-CPF==
               ==CPF-REGULAR==       BY ==CHK-CPF-REGULAR==
               ==CPF-TITULAR-FALECIDO==
                   BY ==CHK-CPF-TITULAR-FALECIDO==
               ==DT-VERIF-CPF==      BY ==CHK-DT-VERIF-CPF==
               ==IND-TRIAGEM-PEP==   BY ==CHK-IND-TRIAGEM-PEP==
               ==PEP-PENDENTE==      BY ==CHK-PEP-PENDENTE==
               ==PEP-CONFIRMADO==    BY ==CHK-PEP-CONFIRMADO==
               ==PEP-LIBERADO==      BY ==CHK-PEP-LIBERADO==
               ==PEP-RETIDO==        BY ==CHK-PEP-RETIDO==
               ==DT-TRIAGEM-PEP==    BY ==CHK-DT-TRIAGEM-PEP==
               ==IND-MENOR==         BY ==CHK-IND-MENOR==
               ==MENOR-SEM-CONSENTIMENTO==
                   BY ==CHK-MENOR-SEM-CONSENTIMENTO==
               ==MENOR-AUTORIZADO==  BY ==CHK-MENOR-AUTORIZADO==
               ==CONTATO-MENOR==     BY ==CHK-CONTATO-MENOR==
               ==CD-ORIGEM-LEAD==    BY ==CHK-CD-ORIGEM-LEAD==.

      * REJEITOS DO MODO LOTE PRESERVADOS PARA A BANCADA REJCONT
      * (VEJA REJFILE.cpy).
       01 REG-SUSPEITO              PIC X(100).

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.

       77 WS-CPFIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CPFIDX.DAT'.
       77 WS-GRUPO-VALIDO           PIC X VALUE 'N'.
          88 GRUPO-VALIDO           VALUE 'S' FALSE 'N'.

      * ORIGEM DO LEAD (ORIGTAB, VIA ORIGVALID). NO LOTE A ORIGEM
      * PADRAO VEM DE ORIGEM_LEAD E A LINHA PODE TRAZER A SUA; A
      * ULTIMA ORIGEM CONFERIDA FICA GUARDADA PARA NAO REABRIR A
      * TABELA A CADA LINHA.
       COPY ORIGVAL.
       77 WS-ORIGEM-COD             PIC X(01) VALUE SPACE.
       77 WS-ORIGEM-VALIDA          PIC X VALUE 'N'.
          88 ORIGEM-VALIDA          VALUE 'S' FALSE 'N'.
       77 WS-ORIGEM-PADRAO          PIC X(01) VALUE SPACE.
       77 WS-ORIGEM-ULTIMA          PIC X(01) VALUE SPACE.
       77 WS-ORIGEM-ULTIMA-OK       PIC X VALUE 'N'.
          88 ORIGEM-ULTIMA-OK       VALUE 'S' FALSE 'N'.

       77 WS-MUNIC-VALIDO           PIC X VALUE 'N'.
          88 MUNIC-VALIDO           VALUE 'S' FALSE 'N'.

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

       77 WS-CONFIRMA-TELA          PIC X(01) VALUE 'N'.
      * COM TODOS OS CAMINHOS DE CAPTURA.
       COPY VALIDREG.

      * AREA DE COMUNICACAO COM O SUBPROGRAMA DE TRIAGEM PEP/SANCOES
      * PEPTRIA (VEJA PEPTRIA.cpy): NA CAPTURA E SO UM AVISO AO
      * OPERADOR; QUEM ABRE O CASO PARA O SUPERVISOR E O PEPCASA.
       COPY PEPTRIA.
       77 WS-LOTE-AVISOS-PEP        PIC 9(05) VALUE ZEROES.
      * MENORES CARREGADOS SEM O CONSENTIMENTO DO RESPONSAVEL.
       77 WS-LOTE-MENORES           PIC 9(05) VALUE ZEROES.

       77 WS-NOME-COMPLETO          PIC X(41) VALUE SPACES.
       77 WS-NOME-PONTEIRO          PIC 9(02) VALUE ZEROS.
       77 WS-NOME-TOTAL             PIC 9(02) VALUE ZEROS.
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.

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
           DISPLAY "*** CADASTRO DE CONTATOS ***".
           COPY TREINO.
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P105-BACKUP-CONTATOS THRU P105-FIM
           DISPLAY 'MODO: (I)NTERATIVO OU (L)OTE? '
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

           DISPLAY 'CONTID_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTID-PATH       FROM ENVIRONMENT-VALUE
           IF WS-CONTID-PATH = SPACES
               UNTIL OPT-VALIDO
           MOVE WS-OPT-MALA  TO IND-OPT-MALA
           MOVE WS-OPT-EMAIL TO IND-OPT-EMAIL
           MOVE WS-OPT-SMS   TO IND-OPT-SMS
           MOVE WS-OPT-TEL   TO IND-OPT-TEL

           .
       P300-GRAVACAO.
      * A ORIGEM DO LEAD E PERGUNTADA NOS DOIS MODOS (TELA E
      * SEQUENCIAL) E CARIMBADA UMA UNICA VEZ, NA INCLUSAO.
           SET ORIGEM-VALIDA TO FALSE
           PERFORM P285-CAPTURA-ORIGEM THRU P285-FIM
               UNTIL ORIGEM-VALIDA
           MOVE WS-ORIGEM-COD     TO CD-ORIGEM-LEAD

           CALL 'DATAPROC' USING WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA   TO DT-INCLUSAO
           MOVE WS-DATA-SISTEMA   TO DT-ALTERACAO
           MOVE WS-DATA-SISTEMA   TO DT-CONSENTIMENTO
           MOVE WS-DATA-SISTEMA   TO DT-OPT-SMS
           MOVE 'N'               TO IND-EXCLUIDO
      * O CONTATO DO BALCAO NASCE CLIENTE; BASE COMPRADA ENTRA COMO
      * PROSPECTO PELO INTAKECONT.
           MOVE WS-DATA-SISTEMA   TO DT-CICLO
      * O CONTATO NASCE NA EMPRESA DO OPERADOR ASSINADO.
           MOVE WS-EMPRESA-OPERADOR TO CD-EMPRESA
      * MENOR DE 18 ANOS (LGPD): NASCE RETIDO ATE O RESPONSAVEL SER
      * VINCULADO E O CONSENTIMENTO DELE REGISTRADO NO RELAMANUT.
           MOVE SPACE             TO IND-MENOR
           COPY MENORCHK.
           IF MENOR-SEM-CONSENTIMENTO
               DISPLAY 'CONTATO MENOR DE 18 ANOS: FICA FORA DE '
                   'TIRAGENS E CAMPANHAS ATE O CONSENTIMENTO DO '
                   'RESPONSAVEL SER REGISTRADO NO RELAMANUT.'
           END-IF

      * TRAVA DE DUPLICIDADE ANTES DA GRAVACAO: O SUSPEITO E
      * MOSTRADO AO OPERADOR, QUE PODE ABORTAR OU SEGUIR COM A
               END-IF
           END-IF

           PERFORM P480-AVISO-TRIAGEM THRU P480-FIM
           MOVE 'F' TO PT-OPERACAO
           CALL 'PEPTRIA' USING TRIAGEM-PEP

           OPEN EXTEND CONTATOS

           IF WS-FS EQUAL 35 THEN
           MOVE WS-TELA-GRUPO      TO CD-GRUPO
           MOVE WS-TELA-OPT-MALA   TO IND-OPT-MALA
           MOVE WS-TELA-OPT-EMAIL  TO IND-OPT-EMAIL
           MOVE WS-TELA-OPT-SMS    TO IND-OPT-SMS
           MOVE WS-TELA-OPT-TEL    TO IND-OPT-TEL
           MOVE WS-TELA-CPF        TO NR-CPF

           DISPLAY 'CONFIRMA A GRAVACAO DA FICHA? (S/N): '
       P275-FIM.


       P285-CAPTURA-ORIGEM.
           DISPLAY 'INFORME A ORIGEM DO CONTATO (CODIGO DA ORIGTAB, '
                   'ESPACO = NAO INFORMADA): '
           MOVE SPACE TO WS-ORIGEM-COD
           ACCEPT WS-ORIGEM-COD
           PERFORM P286-VALIDA-ORIGEM THRU P286-FIM
           IF NOT ORIGEM-VALIDA
               DISPLAY 'ORIGEM NAO CADASTRADA OU DESATIVADA.'
           END-IF
           .
       P285-FIM.

       P286-VALIDA-ORIGEM.
           SET ORIGEM-VALIDA TO FALSE
           IF WS-ORIGEM-COD = SPACE
      * ORIGEM NAO INFORMADA E ACEITA, COMO O GRUPO 00: O CONTATO
      * SAI NO ORIGREL SOB 'NAO INFORMADA'.
               SET ORIGEM-VALIDA TO TRUE
               GO TO P286-FIM
           END-IF
           MOVE WS-ORIGEM-COD TO OV-ORIGEM
           CALL 'ORIGVALID' USING VALIDACAO-ORIGEM
           EVALUATE TRUE
               WHEN OV-ATIVA
                   SET ORIGEM-VALIDA TO TRUE
               WHEN OV-TABELA-AUSENTE
                   DISPLAY 'ORIGEM NAO VALIDADA. O CONTATO SERA '
                           'GRAVADO SEM ORIGEM.'
                   MOVE SPACE TO WS-ORIGEM-COD
                   SET ORIGEM-VALIDA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P286-FIM.


       P276-CAPTURA-CONSENTIMENTO.
           DISPLAY 'ACEITA RECEBER MALA DIRETA? (S/N): '
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
               GO TO P400-TOTAIS
           END-IF

      * ORIGEM PADRAO DO LOTE (ORIGEM_LEAD): SE INFORMADA TEM DE
      * ESTAR ATIVA NA ORIGTAB, SENAO O LOTE INTEIRO FICARIA COM A
      * ORIGEM ERRADA.
           DISPLAY 'ORIGEM_LEAD'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGEM-PADRAO     FROM ENVIRONMENT-VALUE
           IF WS-ORIGEM-PADRAO NOT = SPACE
               MOVE WS-ORIGEM-PADRAO TO WS-ORIGEM-COD
               PERFORM P411-CONFERE-ORIGEM-LOTE THRU P411-FIM
               IF NOT ORIGEM-VALIDA
                   DISPLAY 'ORIGEM_LEAD ' WS-ORIGEM-PADRAO
                       ' NAO ESTA ATIVA NA ORIGTAB. NADA FOI '
                       'CARREGADO.'
                   MOVE 8 TO WS-FIM-RC
                   GO TO P400-TOTAIS
               END-IF
           ELSE
               DISPLAY 'ORIGEM_LEAD NAO INFORMADA: AS LINHAS SEM '
                       'ORIGEM PROPRIA FICAM COMO NAO INFORMADA.'
           END-IF

           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM P405-CARREGAR-IDS THRU P405-FIM

           DISPLAY 'REGISTROS GRAVADOS...: ' WS-LOTE-GRAVADOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-LOTE-REJEITADOS
           DISPLAY 'SUSPEITOS DESVIADOS..: ' WS-LOTE-SUSPEITOS
           DISPLAY 'AVISOS PEP/SANCOES...: ' WS-LOTE-AVISOS-PEP
           DISPLAY 'MENORES RETIDOS......: ' WS-LOTE-MENORES
           DISPLAY 'TEMPO DECORRIDO (SEG): ' WS-SEGUNDOS-GASTOS
           MOVE 'F' TO PT-OPERACAO
           CALL 'PEPTRIA' USING TRIAGEM-PEP

           IF WS-FIM-RC = 0 AND WS-LOTE-REJEITADOS > 0
               MOVE 4 TO WS-FIM-RC
                               THRU P479-FIM
                       ELSE
                       PERFORM P417-VALIDA-CPF-LOTE THRU P417-FIM
                       IF LOTE-CD-ORIGEM-LEAD = SPACE
                           MOVE WS-ORIGEM-PADRAO TO WS-ORIGEM-COD
                           SET ORIGEM-VALIDA TO TRUE
                       ELSE
                           MOVE LOTE-CD-ORIGEM-LEAD TO WS-ORIGEM-COD
                           PERFORM P411-CONFERE-ORIGEM-LOTE
                               THRU P411-FIM
                       END-IF
                       IF NOT CPF-VALIDO
                           ADD 1 TO WS-LOTE-REJEITADOS
                           MOVE 'CPF INVALIDO OU DUPLICADO'
                               TO WS-REJ-MOTIVO
                           PERFORM P479-GUARDAR-REJEITO-LOTE
                               THRU P479-FIM
                       ELSE
                       IF NOT ORIGEM-VALIDA
                           ADD 1 TO WS-LOTE-REJEITADOS
                           MOVE 'ORIGEM NAO CADASTRADA OU INATIVA'
                               TO WS-REJ-MOTIVO
                           PERFORM P479-GUARDAR-REJEITO-LOTE
                               THRU P479-FIM
                       ELSE
                           INITIALIZE REG-CONTATOS
                           MOVE LOTE-ID-CONTATO   TO ID-CONTATO
                               TO IND-OPT-EMAIL
                           MOVE LOTE-DT-CONSENTIMENTO
                               TO DT-CONSENTIMENTO
                           MOVE LOTE-IND-OPT-SMS  TO IND-OPT-SMS
                           MOVE LOTE-DT-OPT-SMS   TO DT-OPT-SMS
                           MOVE LOTE-IND-OPT-TEL  TO IND-OPT-TEL
                           MOVE LOTE-TP-PESSOA    TO TP-PESSOA
                           MOVE LOTE-NR-CPF       TO NR-CPF
                           CALL 'DATAPROC' USING WS-DATA-SISTEMA
                           MOVE 'C'               TO IND-CICLO
                           MOVE WS-DATA-SISTEMA   TO DT-CICLO
                           MOVE WS-EMPRESA-OPERADOR TO CD-EMPRESA
                           MOVE SPACE             TO IND-MENOR
                           MOVE WS-ORIGEM-COD     TO CD-ORIGEM-LEAD
                           COPY MENORCHK.

      * NO LOTE A TRAVA DE DUPLICIDADE NAO PERGUNTA: O SUSPEITO E
      * DESVIADO PARA O RELATORIO RELSUSP E NAO E CARREGADO.
                               COPY GRAVAJOR.
                               PERFORM P306-ATUALIZA-INDICES
                                   THRU P306-FIM
                               PERFORM P480-AVISO-TRIAGEM
                                   THRU P480-FIM
                               IF MENOR-SEM-CONSENTIMENTO
                                   ADD 1 TO WS-LOTE-MENORES
                               END-IF
                           ELSE
                               COPY FSDIAG.

                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   PERFORM P440-GRAVAR-CHECKPOINT THRU P440-FIM
           .
       P410-FIM.

      * ORIGEM DA LINHA (OU A PADRAO) TEM DE ESTAR ATIVA NA ORIGTAB;
      * COM A TABELA INDISPONIVEL NADA E CARIMBADO NO ESCURO.
       P411-CONFERE-ORIGEM-LOTE.
           IF ORIGEM-ULTIMA-OK AND WS-ORIGEM-COD = WS-ORIGEM-ULTIMA
               SET ORIGEM-VALIDA TO TRUE
               GO TO P411-FIM
           END-IF
           SET ORIGEM-VALIDA TO FALSE
           MOVE WS-ORIGEM-COD TO OV-ORIGEM
           CALL 'ORIGVALID' USING VALIDACAO-ORIGEM
           IF OV-ATIVA
               SET ORIGEM-VALIDA TO TRUE
               SET ORIGEM-ULTIMA-OK TO TRUE
               MOVE WS-ORIGEM-COD TO WS-ORIGEM-ULTIMA
           END-IF
           .
       P411-FIM.

      * AS MESMAS REGRAS DE CPF DA CAPTURA INTERATIVA VALEM PARA O
      * LOTE: DIGITOS VERIFICADORES E UNICIDADE (ZEROS = NAO
      * INFORMADO).
           .
       P475-FIM.

      * TRIAGEM PEP/SANCOES NA CAPTURA: SO AVISA. O CONTATO E
      * GRAVADO NORMALMENTE E O CASAMENTO NOTURNO (PEPCASA) MARCA A
      * PENDENCIA E ABRE O CASO PARA A DECISAO DO SUPERVISOR.
       P480-AVISO-TRIAGEM.
           MOVE 'C'        TO PT-OPERACAO
           MOVE NR-CPF     TO PT-CPF
           MOVE NM-CONTATO TO PT-NOME
           CALL 'PEPTRIA' USING TRIAGEM-PEP
           IF PT-POSSIVEL
               ADD 1 TO WS-LOTE-AVISOS-PEP
               DISPLAY 'ATENCAO: POSSIVEL CORRESPONDENCIA NA LISTA '
                   'PEP/SANCOES PARA O ID ' ID-CONTATO
               DISPLAY '         ' PT-NOME-LISTA ' - ' PT-DESCRICAO
               DISPLAY '         O CONTATO FICARA RETIDO DOS '
                   'EXTRATOS DE PARCEIRO ATE A DECISAO DO COMPLIANCE.'
           END-IF
           .
       P480-FIM.

       P476-CONFERE-CANDIDATO.
           READ FONEIDX NEXT RECORD
               AT END
