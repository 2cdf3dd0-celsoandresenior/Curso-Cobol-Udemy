       DATA DIVISION.

       FILE SECTION.
      * TABELA DE OPERADORES AUTORIZADOS. A COLUNA DE ATIVACAO SEGUE
      * O MOLDE DAS TABELAS DE REFERENCIA MANTIDAS PELO MANUTTAB. O
      * PERFIL CONTROLA QUAIS OPCOES DO MENU O OPERADOR ALCANCA ('C'
      * = BALCAO, 'S' = SUPERVISOR, 'O' = OPERACOES; ESPACO, DA BASE
      * ANTIGA, VALE COMO BALCAO - O PERFIL MAIS RESTRITO). OPERADOR
      * SEM SENHA GRAVADA (BASE ANTIGA) TEM QUE CADASTRAR UMA NO
      * SIGN-ON, E O RESET SEMPRE GRAVA UMA SENHA PROVISORIA. A SENHA
      * FICA GRAVADA SO COMO RESUMO NAO REVERSIVEL, COM VALIDADE,
      * BLOQUEIO POR TENTATIVAS E HISTORICO (VEJA OPERTAB.cpy).
       FD OPERTAB.
          COPY OPERTAB.

      * TOKEN EXCLUSIVO DA JANELA BATCH (VEJA TOKENGET.cpy): COM O
      * TOKEN TOMADO POR UM JOB, AS OPCOES DE MANUTENCAO FICAM

      * LOG DE ACESSOS RECUSADOS: UMA LINHA POR TENTATIVA DE ALCANCAR
      * UMA OPCAO FORA DO PERFIL, PARA EVIDENCIAR AOS AUDITORES QUE O
      * CONTROLE DE PERFIL ESTA SENDO EXERCIDO. O SIGN-ON DO
      * SUPERVISOR NA VISAO CONSOLIDADA (EMPRESA 00) TAMBEM FICA
      * REGISTRADO AQUI ('VISAO-00' NO LUGAR DE 'RECUSADO'), PARA O
      * RELATORIO DE AUDITORIA DE SEGURANCA (AUDSEG). O SIGN-ON NA
      * BASE DE TREINAMENTO E REGISTRADO DO MESMO JEITO ('TREINO').
       FD ACESSNEG.
       01 REG-ACESSNEG               PIC X(80).

          88 PERFIL-BALCAO          VALUES 'C' ' '.
          88 PERFIL-SUPERVISOR      VALUE 'S'.
          88 PERFIL-OPERACOES       VALUE 'O'.
       77 WS-OPERADOR-EMPRESA       PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-TXT            PIC X(02) VALUE SPACES.
       77 WS-SENHA-DIGITADA         PIC X(08) VALUE SPACES.
          88 OPER-VALIDO            VALUE 'S' FALSE 'N'.
       77 WS-TENTATIVAS             PIC 9(01) VALUE ZEROES.

      * POLITICA DE SENHA: VALIDADE EM DIAS (SENHA_VALIDADE_DIAS) E
      * FALHAS SEGUIDAS ATE O BLOQUEIO (SENHA_MAX_FALHAS). A SENHA
      * NOVA NAO PODE REPETIR A ATUAL NEM AS TRES ANTERIORES.
       77 WS-VALIDADE-TXT           PIC X(03) VALUE SPACES.
       77 WS-VALIDADE-DIAS          PIC 9(03) VALUE 90.
       77 WS-MAX-FALHAS-TXT         PIC X(01) VALUE SPACES.
       77 WS-MAX-FALHAS             PIC 9(01) VALUE 3.
       77 WS-DIAS-SENHA             PIC S9(07) VALUE ZEROES.
       77 WS-SENHA-CONFERE          PIC X VALUE 'N'.
          88 SENHA-CONFERE          VALUE 'S' FALSE 'N'.
       77 WS-TROCA-SENHA            PIC X VALUE 'N'.
          88 TROCA-OK               VALUE 'S' FALSE 'N'.
       77 WS-TROCA-TENTATIVAS       PIC 9(01) VALUE ZEROES.
       77 WS-NOVA-SENHA             PIC X(08) VALUE SPACES.
       77 WS-CONF-SENHA             PIC X(08) VALUE SPACES.
       77 WS-HIDX                   PIC 9(01) VALUE ZEROES.
       77 WS-REPETIDA               PIC X VALUE 'N'.
          88 SENHA-REPETIDA         VALUE 'S' FALSE 'N'.

      * RESUMO DA SENHA: CODIGO DO OPERADOR (SAL) + SENHA, EM TRES
      * PASSADAS MULTIPLICATIVAS MODULO UM PRIMO. SO O RESUMO VAI
      * PARA A TABELA; A SENHA DIGITADA NAO E GRAVADA EM LUGAR NENHUM.
       77 WS-HASH-COD               PIC X(08) VALUE SPACES.
       77 WS-HASH-SENHA             PIC X(08) VALUE SPACES.
       01 WS-HASH-TEXTO.
           03 WS-HASH-TXT-COD       PIC X(08).
           03 WS-HASH-TXT-SENHA     PIC X(08).
       77 WS-HASH                   PIC 9(09) VALUE ZEROES.
       77 WS-HASH-TRAB              PIC 9(12) VALUE ZEROES.
       77 WS-HASH-QUOC              PIC 9(12) VALUE ZEROES.
       77 WS-HASH-RODADA            PIC 9(01) VALUE ZEROES.
       77 WS-HASH-IDX               PIC 9(02) VALUE ZEROES.

      * CONTROLE DA OPCAO ESCOLHIDA CONTRA O PERFIL DO OPERADOR.
       77 WS-ACESSO                 PIC X VALUE 'N'.
          88 ACESSO-OK              VALUE 'S' FALSE 'N'.
       77 WS-PROGRAMA-ALVO          PIC X(12) VALUE SPACES.
       77 WS-NEG-EVENTO             PIC X(08) VALUE 'RECUSADO'.

      * SIGN-ON E RESET DE SENHA: A TABELA E CARREGADA EM MEMORIA E
      * REGRAVADA INTEIRA, NO MESMO MOLDE DO MANUTTAB. WS-OPER-POS E
      * A LINHA DO OPERADOR PROCURADO (A ATIVA, SE HOUVER).
       77 WS-RESET-COD              PIC X(08) VALUE SPACES.
       77 WS-RESET-SENHA            PIC X(08) VALUE SPACES.
       77 WS-BUSCA-COD              PIC X(08) VALUE SPACES.
       77 WS-QTD-OPER               PIC 9(03) VALUE ZEROES.
       77 WS-OPER-POS               PIC 9(03) VALUE ZEROES.
       01 WS-TAB-OPER.
           03 WS-OPER-LINHA OCCURS 200 TIMES INDEXED BY WS-OIDX
                                    PIC X(100).
       77 WS-OPER-ATIVO             PIC X VALUE 'N'.
          88 OPER-ACHADO-ATIVO      VALUE 'S' FALSE 'N'.
       77 WS-TAB-CARREGADA          PIC X VALUE 'N'.
          88 TAB-CARREGADA          VALUE 'S' FALSE 'N'.
       77 WS-OPER-ALTERADO          PIC X VALUE 'N'.
          88 OPER-ALTERADO          VALUE 'S' FALSE 'N'.
      * SENHA EM TEXTO DA BASE ANTIGA ACHADA NA CARGA: A TABELA E
      * REGRAVADA LOGO EM SEGUIDA, JA SO COM O RESUMO.
       77 WS-TAB-CONVERTIDA         PIC X VALUE 'N'.
          88 TAB-CONVERTIDA         VALUE 'S' FALSE 'N'.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * SIGN-ON DE TREINAMENTO: A BASE MASCARADA GERADA PELO
      * TREINOCONT FICA EM TREINO_DIR, COM OS MESMOS NOMES DE
      * ARQUIVO DA PRODUCAO. A TABELA ABAIXO E A LISTA DE VARIAVEIS
      * DE CAMINHO QUE OS PROGRAMAS DO MENU LEEM; NO TREINAMENTO
      * TODAS SAO REAPONTADAS PARA O TREINO_DIR, INCLUSIVE O JORNAL,
      * A FILA DE APROVACAO E O TOKEN DA JANELA BATCH. ARQUIVO NOVO
      * LIDO POR UM PROGRAMA DO MENU ENTRA AQUI (E NO TREINOCONT).
       77 WS-AMBIENTE               PIC X(01) VALUE 'P'.
       77 WS-TREINO                 PIC X(01) VALUE 'N'.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-DIR             PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TREINO\'.
       77 WS-TREINO-PATH            PIC X(100) VALUE SPACES.
       77 WS-TIDX                   PIC 9(02) VALUE ZEROES.
       01 WS-TAB-TREINO.
           03 FILLER PIC X(50)
              VALUE 'CONTATOS_PATH       CONTATOS.DAT'.
           03 FILLER PIC X(50)
              VALUE 'CONTATOSDAT_PATH    CONTATOS.DAT'.
           03 FILLER PIC X(50)
              VALUE 'CONTATOS_SEQ_PATH   CONTATOS.TXT'.
           03 FILLER PIC X(50)
              VALUE 'CONTATOSLOTE_PATH   CONTATOSLOTE.TXT'.
           03 FILLER PIC X(50)
              VALUE 'CHECKPOINT_PATH     CONTATOSLOTE.CKP'.
           03 FILLER PIC X(50)
              VALUE 'CONTID_PATH         CONTID.TXT'.
           03 FILLER PIC X(50)
              VALUE 'TELEFONES_PATH      TELEFONES.DAT'.
           03 FILLER PIC X(50)
              VALUE 'CPFIDX_PATH         CPFIDX.DAT'.
           03 FILLER PIC X(50)
              VALUE 'TELIDX_PATH         TELIDX.DAT'.
           03 FILLER PIC X(50)
              VALUE 'MAILIDX_PATH        MAILIDX.DAT'.
           03 FILLER PIC X(50)
              VALUE 'FONEIDX_PATH        FONEIDX.DAT'.
           03 FILLER PIC X(50)
              VALUE 'ENDHIST_PATH        ENDHIST.TXT'.
           03 FILLER PIC X(50)
              VALUE 'NOTAFILE_PATH       NOTAFILE.TXT'.
           03 FILLER PIC X(50)
              VALUE 'NOTATMP_PATH        NOTAFILE.TMP'.
           03 FILLER PIC X(50)
              VALUE 'FUPFILE_PATH        FUPFILE.TXT'.
           03 FILLER PIC X(50)
              VALUE 'CAMPHIST_PATH       CAMPHIST.TXT'.
           03 FILLER PIC X(50)
              VALUE 'RELAFILE_PATH       RELAFILE.DAT'.
           03 FILLER PIC X(50)
              VALUE 'POLFILE_PATH        POLFILE.DAT'.
           03 FILLER PIC X(50)
              VALUE 'CONTCOMP_PATH       CONTCOMP.DAT'.
           03 FILLER PIC X(50)
              VALUE 'CONTARQ_PATH        CONTARQ.DAT'.
           03 FILLER PIC X(50)
              VALUE 'APRFILA_PATH        APRFILA.TXT'.
           03 FILLER PIC X(50)
              VALUE 'ALTERLOG_PATH       ALTERCONT.LOG'.
           03 FILLER PIC X(50)
              VALUE 'JOURNAL_PATH        JORNAL.LOG'.
           03 FILLER PIC X(50)
              VALUE 'JORSEQ_PATH         JORNAL.SEQ'.
           03 FILLER PIC X(50)
              VALUE 'JORIDX_PATH         JORIDX.DAT'.
           03 FILLER PIC X(50)
              VALUE 'JORCAT_PATH         JORCAT.TXT'.
           03 FILLER PIC X(50)
              VALUE 'BKPCAT_PATH         BKPCAT.TXT'.
           03 FILLER PIC X(50)
              VALUE 'SNAPSHOT_PATH       CONTATOS_PRE_RESTORE.BAK'.
           03 FILLER PIC X(50)
              VALUE 'ARQREG_PATH         ARQREG.TXT'.
           03 FILLER PIC X(50)
              VALUE 'FIMRUN_PATH         FIMRUN.LOG'.
           03 FILLER PIC X(50)
              VALUE 'REJFILE_PATH        REJFILE.TXT'.
           03 FILLER PIC X(50)
              VALUE 'RELSUSP_PATH        RELSUSP.TXT'.
           03 FILLER PIC X(50)
              VALUE 'RELCONTATOS_PATH    RELCONTATOS.TXT'.
           03 FILLER PIC X(50)
              VALUE 'LISTCONTSEQ_SRT_PATHLISTCONTSEQ.SRT'.
           03 FILLER PIC X(50)
              VALUE 'REVELALOG_PATH      REVELALOG.TXT'.
           03 FILLER PIC X(50)
              VALUE 'RELCAT_PATH         RELCAT.TXT'.
           03 FILLER PIC X(50)
              VALUE 'DIVULG_PATH         DIVULG.TXT'.
           03 FILLER PIC X(50)
              VALUE 'REMREG_PATH         REMREG.TXT'.
           03 FILLER PIC X(50)
              VALUE 'RUNTOKEN_PATH       RUNTOKEN.TXT'.
           03 FILLER PIC X(50)
              VALUE 'TOKENLOG_PATH       TOKEN.LOG'.
           03 FILLER PIC X(50)
              VALUE 'ALRFILA_PATH        ALRFILA.TXT'.
       01 WS-TAB-TREINO-R REDEFINES WS-TAB-TREINO.
           03 WS-TREINO-ARQ OCCURS 41 TIMES.
               05 WS-TREINO-VAR      PIC X(20).
               05 WS-TREINO-NOME     PIC X(30).

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

                   TO WS-ACESSNEG-PATH
           END-IF

           DISPLAY 'SENHA_VALIDADE_DIAS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-VALIDADE-TXT      FROM ENVIRONMENT-VALUE
           IF WS-VALIDADE-TXT = SPACES
                   OR WS-VALIDADE-TXT NOT NUMERIC
               MOVE 90 TO WS-VALIDADE-DIAS
           ELSE
               MOVE WS-VALIDADE-TXT TO WS-VALIDADE-DIAS
           END-IF

           DISPLAY 'SENHA_MAX_FALHAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-MAX-FALHAS-TXT    FROM ENVIRONMENT-VALUE
           IF WS-MAX-FALHAS-TXT = SPACES
                   OR WS-MAX-FALHAS-TXT NOT NUMERIC
                   OR WS-MAX-FALHAS-TXT = '0'
               MOVE 3 TO WS-MAX-FALHAS
           ELSE
               MOVE WS-MAX-FALHAS-TXT TO WS-MAX-FALHAS
           END-IF

           DISPLAY 'TREINO_DIR'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-TREINO-DIR        FROM ENVIRONMENT-VALUE
           IF WS-TREINO-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TREINO\'
                   TO WS-TREINO-DIR
           END-IF

           SET OPER-VALIDO TO FALSE
           MOVE 0 TO WS-TENTATIVAS
           PERFORM P060-PEDE-OPERADOR THRU P060-FIM
                       AND NOT PERFIL-SUPERVISOR
                   MOVE 1 TO WS-OPERADOR-EMPRESA
               END-IF
               IF WS-OPERADOR-EMPRESA = 0
                   MOVE 'VISAO-00' TO WS-NEG-EVENTO
                   MOVE 'SIGN-ON'  TO WS-PROGRAMA-ALVO
                   PERFORM P130-LOG-RECUSA THRU P130-FIM
                   MOVE 'RECUSADO' TO WS-NEG-EVENTO
               END-IF
               MOVE WS-OPERADOR-EMPRESA TO WS-EMPRESA-TXT
               DISPLAY 'EMPRESA_COD'     UPON ENVIRONMENT-NAME
               DISPLAY WS-EMPRESA-TXT    UPON ENVIRONMENT-VALUE
               PERFORM P055-ESCOLHE-AMBIENTE THRU P055-FIM
           END-IF
           .
       P050-FIM.

      * PRODUCAO OU TREINAMENTO. A MARCA TREINAMENTO E SEMPRE
      * PUBLICADA, PARA QUE UM 'S' HERDADO DO AMBIENTE NAO FIQUE
      * VALENDO NUM SIGN-ON DE PRODUCAO.
       P055-ESCOLHE-AMBIENTE.
           DISPLAY 'AMBIENTE (P = PRODUCAO, T = TREINAMENTO): '
           MOVE SPACES TO WS-AMBIENTE
           ACCEPT WS-AMBIENTE
           MOVE 'N' TO WS-TREINO
           IF WS-AMBIENTE = 'T' OR WS-AMBIENTE = 't'
               MOVE 'S' TO WS-TREINO
           END-IF
           DISPLAY 'TREINAMENTO'         UPON ENVIRONMENT-NAME
           DISPLAY WS-TREINO             UPON ENVIRONMENT-VALUE
           IF NOT MODO-TREINO
               GO TO P055-FIM
           END-IF

           PERFORM P056-CAMINHO-TREINO THRU P056-FIM
               VARYING WS-TIDX FROM 1 BY 1 UNTIL WS-TIDX > 41
           DISPLAY 'BACKUP_DIR'          UPON ENVIRONMENT-NAME
           DISPLAY WS-TREINO-DIR         UPON ENVIRONMENT-VALUE

           MOVE 'TREINO'   TO WS-NEG-EVENTO
           MOVE 'SIGN-ON'  TO WS-PROGRAMA-ALVO
           PERFORM P130-LOG-RECUSA THRU P130-FIM
           MOVE 'RECUSADO' TO WS-NEG-EVENTO
           DISPLAY '*** SIGN-ON NA BASE DE TREINAMENTO: DADOS '
                   'FICTICIOS, JORNAL E FILAS PROPRIOS ***'
           .
       P055-FIM.

       P056-CAMINHO-TREINO.
           MOVE SPACES TO WS-TREINO-PATH
           STRING WS-TREINO-DIR             DELIMITED BY SPACE
                  WS-TREINO-NOME(WS-TIDX)   DELIMITED BY SPACE
                  INTO WS-TREINO-PATH
           END-STRING
           DISPLAY WS-TREINO-VAR(WS-TIDX) UPON ENVIRONMENT-NAME
           DISPLAY WS-TREINO-PATH         UPON ENVIRONMENT-VALUE
      * O MENU CONFERE O TOKEN DA JANELA BATCH DO TREINO.
           IF WS-TREINO-VAR(WS-TIDX) = 'RUNTOKEN_PATH'
               MOVE WS-TREINO-PATH TO WS-RUNTOKEN-PATH
           END-IF
           .
       P056-FIM.

       P060-PEDE-OPERADOR.
           DISPLAY '*** SIGN-ON DE OPERADOR ***'
           DISPLAY 'INFORME O CODIGO DO OPERADOR: '

       P070-VALIDA-OPERADOR.
           SET OPER-VALIDO TO FALSE

           IF WS-OPERADOR = SPACES
               GO TO P070-FIM
           END-IF

           MOVE WS-OPERADOR TO WS-BUSCA-COD
           PERFORM P140-CARREGA-TABELA THRU P140-FIM
           IF NOT TAB-CARREGADA
               DISPLAY 'TABELA DE OPERADORES INDISPONIVEL. '
                       'OPERADOR NAO VALIDADO.'
               MOVE WS-OPERADOR TO WS-OPERADOR-NOME
               MOVE 'C' TO WS-OPERADOR-PERFIL
               SET OPER-VALIDO TO TRUE
               GO TO P070-FIM
           END-IF

           IF OPER-ACHADO-ATIVO
               PERFORM P080-CONFERE-OPERADOR THRU P080-FIM
           END-IF
           .
       P070-FIM.

       P075-CONFERE-SENHA.
      * SEM TABELA (ENTRADA DE CONTINGENCIA) NAO HA SENHA A CONFERIR.
           IF NOT TAB-CARREGADA
               GO TO P075-FIM
           END-IF
           MOVE WS-OPER-LINHA(WS-OPER-POS) TO REG-OPERTAB
           SET OPER-ALTERADO TO FALSE

      * OPERADOR BLOQUEADO POR TENTATIVAS SO VOLTA PELO RESET DO
      * SUPERVISOR (OPCAO 9).
           IF OPERTAB-BLOQUEADO
               DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE TENTATIVAS. '
                       'PROCURE O SUPERVISOR.'
               SET OPER-VALIDO TO FALSE
               MOVE 'BLOQUEADO' TO WS-PROGRAMA-ALVO
               PERFORM P130-LOG-RECUSA THRU P130-FIM
               GO TO P075-FIM
           END-IF

      * OPERADOR SEM SENHA GRAVADA (BASE ANTIGA SEM SENHA) NAO ENTRA
      * SEM ANTES CADASTRAR UMA PELA TROCA OBRIGATORIA; COM SENHA, A
      * DIGITADA TEM QUE CONFERIR. A SENHA EM TEXTO DA BASE ANTIGA JA
      * VIROU RESUMO NA CARGA DA TABELA (P165).
           IF OPERTAB-HASH = 0
               DISPLAY 'OPERADOR SEM SENHA CADASTRADA.'
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE SPACES TO WS-SENHA-DIGITADA
               PERFORM P190-TROCA-SENHA THRU P190-FIM
               IF NOT TROCA-OK
                   SET OPER-VALIDO TO FALSE
                   MOVE 'TROCASENHA' TO WS-PROGRAMA-ALVO
                   PERFORM P130-LOG-RECUSA THRU P130-FIM
               END-IF
               GO TO P075-GRAVA
           END-IF
           DISPLAY 'INFORME A SENHA: '
           MOVE SPACES TO WS-SENHA-DIGITADA
           ACCEPT WS-SENHA-DIGITADA

           SET SENHA-CONFERE TO FALSE
           MOVE WS-OPERADOR       TO WS-HASH-COD
           MOVE WS-SENHA-DIGITADA TO WS-HASH-SENHA
           PERFORM P180-CALCULA-HASH THRU P180-FIM
           IF WS-HASH = OPERTAB-HASH
               SET SENHA-CONFERE TO TRUE
           END-IF

           IF NOT SENHA-CONFERE
               SET OPER-VALIDO TO FALSE
               MOVE 'SIGN-ON' TO WS-PROGRAMA-ALVO
               PERFORM P130-LOG-RECUSA THRU P130-FIM
               IF OPERTAB-FALHAS < 9
                   ADD 1 TO OPERTAB-FALHAS
               END-IF
               IF OPERTAB-FALHAS NOT < WS-MAX-FALHAS
                   MOVE 'S' TO OPERTAB-BLOQUEIO
                   DISPLAY 'LIMITE DE TENTATIVAS ATINGIDO. OPERADOR '
                           'BLOQUEADO ATE O RESET PELO SUPERVISOR.'
                   MOVE 'BLOQUEIO' TO WS-PROGRAMA-ALVO
                   PERFORM P130-LOG-RECUSA THRU P130-FIM
               END-IF
               SET OPER-ALTERADO TO TRUE
               GO TO P075-GRAVA
           END-IF

           IF OPERTAB-FALHAS > 0
               MOVE 0 TO OPERTAB-FALHAS
               SET OPER-ALTERADO TO TRUE
           END-IF

      * VALIDADE: DATA ZERO (SENHA DO RESET OU DA BASE ANTIGA) OU
      * PRAZO VENCIDO EXIGEM A TROCA ANTES DE ENTRAR NO MENU.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 0 TO WS-DIAS-SENHA
           IF OPERTAB-DT-SENHA NOT = 0
               COMPUTE WS-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                 - FUNCTION INTEGER-OF-DATE(OPERTAB-DT-SENHA)
               END-COMPUTE
           END-IF
           IF OPERTAB-DT-SENHA = 0
                   OR WS-DIAS-SENHA NOT < WS-VALIDADE-DIAS
               PERFORM P190-TROCA-SENHA THRU P190-FIM
               IF NOT TROCA-OK
                   SET OPER-VALIDO TO FALSE
                   MOVE 'TROCASENHA' TO WS-PROGRAMA-ALVO
                   PERFORM P130-LOG-RECUSA THRU P130-FIM
               END-IF
           END-IF
           .
       P075-GRAVA.
           IF OPER-ALTERADO
               MOVE REG-OPERTAB TO WS-OPER-LINHA(WS-OPER-POS)
               PERFORM P145-REGRAVA-TABELA THRU P145-FIM
           END-IF
           .
       P075-FIM.

       P080-CONFERE-OPERADOR.
           MOVE WS-OPER-LINHA(WS-OPER-POS) TO REG-OPERTAB
           MOVE OPERTAB-NOME   TO WS-OPERADOR-NOME
           MOVE OPERTAB-PERFIL TO WS-OPERADOR-PERFIL
           IF WS-OPERADOR-PERFIL = SPACE
               MOVE 'C' TO WS-OPERADOR-PERFIL
           END-IF
           IF OPERTAB-EMPRESA NUMERIC
               MOVE OPERTAB-EMPRESA
                   TO WS-OPERADOR-EMPRESA
           ELSE
               MOVE 0 TO WS-OPERADOR-EMPRESA
           END-IF
           SET OPER-VALIDO TO TRUE
           .
       P080-FIM.

       P100-MENU.
           DISPLAY ' '
           IF MODO-TREINO
               DISPLAY '*** MENU DE CONTATOS - TREINAMENTO ***'
           ELSE
               DISPLAY '*** MENU DE CONTATOS ***'
           END-IF
           DISPLAY '(PERFIL ' WS-OPERADOR-PERFIL ' - SO AS OPCOES '
                   'DO SEU PERFIL SERAO INICIADAS)'
           DISPLAY ' 1 - CADASTRAR CONTATO'
           IF PERFIL-SUPERVISOR
               DISPLAY ' 5 - REATIVAR CONTATO'
           END-IF
           IF (PERFIL-SUPERVISOR OR PERFIL-OPERACOES)
                   AND NOT MODO-TREINO
               DISPLAY ' 6 - MANTER TABELAS DE REFERENCIA'
           END-IF
           DISPLAY ' 7 - CONSULTAR CONTATO (SOMENTE LEITURA)'
           IF PERFIL-SUPERVISOR
               DISPLAY ' 8 - FUNDIR CONTATOS DUPLICADOS'
               IF NOT MODO-TREINO
                   DISPLAY ' 9 - RESET DE SENHA DE OPERADOR'
               END-IF
               DISPLAY '11 - APROVAR ALTERACOES PENDENTES'
               DISPLAY '15 - TRANSFERIR CONTATO ENTRE EMPRESAS'
           END-IF
           IF PERFIL-OPERACOES
               DISPLAY '10 - RESTAURAR BACKUP DO MESTRE'
           END-IF
           IF PERFIL-SUPERVISOR AND NOT MODO-TREINO
               DISPLAY '13 - RECARREGAR A BASE DE TREINAMENTO'
           END-IF
           IF (PERFIL-SUPERVISOR OR PERFIL-OPERACOES)
                   AND NOT MODO-TREINO
               DISPLAY '14 - ALERTAS DE FALHA DA JANELA BATCH'
           END-IF
           DISPLAY '12 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO
               MOVE 0 TO WS-OPCAO
           END-IF

      * NO TREINAMENTO AS TABELAS DE REFERENCIA E A DE OPERADORES
      * SAO AS REAIS, E A RECARGA SAI DA PRODUCAO: FICAM DE FORA.
      * OS ALERTAS DA JANELA BATCH SAO DA PRODUCAO TAMBEM.
           IF MODO-TREINO
                   AND (WS-OPCAO = 6 OR WS-OPCAO = 9 OR WS-OPCAO = 13
                        OR WS-OPCAO = 14)
               DISPLAY 'OPCAO NAO DISPONIVEL NA BASE DE TREINAMENTO.'
               MOVE 0 TO WS-OPCAO
           END-IF

           IF WS-OPCAO = 1 OR WS-OPCAO = 3 OR WS-OPCAO = 4
                   OR WS-OPCAO = 5 OR WS-OPCAO = 8 OR WS-OPCAO = 10
                   OR WS-OPCAO = 15
               PERFORM P090-CONFERE-TOKEN THRU P090-FIM
               IF SISTEMA-OCUPADO
                   DISPLAY 'MANUTENCAO BLOQUEADA: A JANELA BATCH '
                   CALL 'APROVCONT'
               WHEN 12
                   SET SAIR-OK TO TRUE
               WHEN 13
                   CALL 'TREINOCONT'
               WHEN 14
                   CALL 'ALERTCONT'
               WHEN 15
                   CALL 'TRANSCONT'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
      * PARA A FILA DE APROVACAO QUATRO-OLHOS - VEJA APRFILA.cpy);
      * REATIVACAO, TABELAS, FUSAO, RESET E APROVACAO SAO DO
      * SUPERVISOR; A RESTAURACAO DO MESTRE E EXCLUSIVA DE
      * OPERACOES. A RECARGA DA BASE DE TREINAMENTO E DO
      * SUPERVISOR. OS ALERTAS DE FALHA DA JANELA BATCH SAO
      * RECONHECIDOS POR OPERACOES OU PELO SUPERVISOR. A
      * TRANSFERENCIA DE CONTATO ENTRE EMPRESAS E DO SUPERVISOR,
      * COMO A FUSAO. A RECUSA VAI PARA O LOG DE ACESSOS.
           SET ACESSO-OK TO TRUE
           MOVE SPACES TO WS-PROGRAMA-ALVO

                   IF NOT PERFIL-SUPERVISOR
                       SET ACESSO-OK TO FALSE
                   END-IF
               WHEN 13
                   MOVE 'TREINOCONT' TO WS-PROGRAMA-ALVO
                   IF NOT PERFIL-SUPERVISOR
                       SET ACESSO-OK TO FALSE
                   END-IF
               WHEN 14
                   MOVE 'ALERTCONT' TO WS-PROGRAMA-ALVO
                   IF NOT PERFIL-SUPERVISOR AND NOT PERFIL-OPERACOES
                       SET ACESSO-OK TO FALSE
                   END-IF
               WHEN 15
                   MOVE 'TRANSCONT' TO WS-PROGRAMA-ALVO
                   IF NOT PERFIL-SUPERVISOR
                       SET ACESSO-OK TO FALSE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                      WS-OPERADOR         DELIMITED BY SIZE
                      ' PERFIL '          DELIMITED BY SIZE
                      WS-OPERADOR-PERFIL  DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-NEG-EVENTO       DELIMITED BY SIZE
                      ' EM '              DELIMITED BY SIZE
                      WS-PROGRAMA-ALVO    DELIMITED BY SIZE
                      INTO REG-ACESSNEG
               END-STRING
           .
       P130-FIM.

       P140-CARREGA-TABELA.
           MOVE 0 TO WS-QTD-OPER
           MOVE 0 TO WS-OPER-POS
           SET OPER-ACHADO-ATIVO TO FALSE
           SET TAB-CARREGADA TO FALSE
           SET TAB-CONVERTIDA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OPE-OK TO TRUE
           OPEN INPUT OPERTAB
           IF NOT FS-OPE-OK
               GO TO P140-FIM
           END-IF
           PERFORM P160-CARREGA-OPERADOR THRU P160-FIM
               UNTIL EOF-OK
           CLOSE OPERTAB
           SET TAB-CARREGADA TO TRUE
           IF TAB-CONVERTIDA
               PERFORM P145-REGRAVA-TABELA THRU P145-FIM
           END-IF
           .
       P140-FIM.

       P145-REGRAVA-TABELA.
           OPEN OUTPUT OPERTAB
           IF FS-OPE-OK
               SET WS-OIDX TO 1
               PERFORM P170-REGRAVA-OPERADOR THRU P170-FIM
                   UNTIL WS-OIDX > WS-QTD-OPER
               CLOSE OPERTAB
           ELSE
               DISPLAY 'ERRO AO REGRAVAR A TABELA DE OPERADORES '
                       '(FS=' WS-FS-OPE ').'
           END-IF
           .
       P145-FIM.

       P150-RESET-SENHA.
      * RESET DE SENHA, SO SUPERVISOR: CARREGA A OPERTAB EM MEMORIA,
      * TROCA A SENHA DO OPERADOR PEDIDO E REGRAVA O ARQUIVO INTEIRO
      * (LINE SEQUENTIAL NAO PERMITE REWRITE NO LUGAR). O RESET
      * TAMBEM DESBLOQUEIA O OPERADOR E ZERA AS FALHAS; A SENHA
      * GRAVADA AQUI E PROVISORIA E A TROCA E EXIGIDA NO PROXIMO
      * SIGN-ON.
           DISPLAY 'INFORME O CODIGO DO OPERADOR: '
           MOVE SPACES TO WS-RESET-COD
           ACCEPT WS-RESET-COD
           DISPLAY 'INFORME A SENHA PROVISORIA: '
           MOVE SPACES TO WS-RESET-SENHA
           ACCEPT WS-RESET-SENHA
           IF WS-RESET-SENHA = SPACES
               DISPLAY 'A SENHA PROVISORIA NAO PODE FICAR EM BRANCO. '
                       'RESET NAO REALIZADO.'
               GO TO P150-FIM
           END-IF

           MOVE WS-RESET-COD TO WS-BUSCA-COD
           PERFORM P140-CARREGA-TABELA THRU P140-FIM
           IF NOT TAB-CARREGADA
               DISPLAY 'TABELA DE OPERADORES INDISPONIVEL (FS='
                       WS-FS-OPE ').'
               GO TO P150-FIM
           END-IF

           IF WS-OPER-POS = 0
               DISPLAY 'OPERADOR NAO ENCONTRADO NA TABELA.'
               GO TO P150-FIM
           END-IF

           MOVE WS-OPER-LINHA(WS-OPER-POS) TO REG-OPERTAB
           PERFORM P197-EMPILHA-HISTORICO THRU P197-FIM
           MOVE SPACES TO OPERTAB-SENHA
           MOVE 0      TO OPERTAB-DT-SENHA
           MOVE 0      TO OPERTAB-FALHAS
           MOVE 'N'    TO OPERTAB-BLOQUEIO
           MOVE WS-RESET-COD   TO WS-HASH-COD
           MOVE WS-RESET-SENHA TO WS-HASH-SENHA
           PERFORM P180-CALCULA-HASH THRU P180-FIM
           MOVE WS-HASH TO OPERTAB-HASH
           MOVE REG-OPERTAB TO WS-OPER-LINHA(WS-OPER-POS)

           PERFORM P145-REGRAVA-TABELA THRU P145-FIM
           IF FS-OPE-OK
               DISPLAY 'SENHA DO OPERADOR ' WS-RESET-COD
                       ' ATUALIZADA E OPERADOR DESBLOQUEADO.'
           END-IF
           .
       P150-FIM.

       P160-CARREGA-OPERADOR.
               NOT AT END
                   IF WS-QTD-OPER < 200
                       ADD 1 TO WS-QTD-OPER
                       PERFORM P165-NORMALIZA-OPERADOR THRU P165-FIM
                       IF OPERTAB-COD = WS-BUSCA-COD
                               AND NOT OPER-ACHADO-ATIVO
                           IF NOT OPERTAB-DESATIVADO
                               MOVE WS-QTD-OPER TO WS-OPER-POS
                               SET OPER-ACHADO-ATIVO TO TRUE
                           ELSE
                               IF WS-OPER-POS = 0
                                   MOVE WS-QTD-OPER TO WS-OPER-POS
                               END-IF
                           END-IF
                       END-IF
                       MOVE REG-OPERTAB
                           TO WS-OPER-LINHA(WS-QTD-OPER)
           .
       P160-FIM.

      * LINHA GRAVADA ANTES DA EXPANSAO DA TABELA: OS CAMPOS NOVOS
      * CHEGAM EM BRANCO E PASSAM A ZERO (SEM RESUMO, SEM DATA, SEM
      * FALHAS, SEM BLOQUEIO, SEM HISTORICO). SENHA AINDA EM TEXTO
      * VIRA RESUMO AQUI MESMO, COM A DATA ZERADA PARA A TROCA SER
      * EXIGIDA NO PROXIMO SIGN-ON, E O TEXTO SAI DA TABELA.
       P165-NORMALIZA-OPERADOR.
           IF OPERTAB-HASH NOT NUMERIC
               MOVE 0 TO OPERTAB-HASH
           END-IF
           IF OPERTAB-DT-SENHA NOT NUMERIC
               MOVE 0 TO OPERTAB-DT-SENHA
           END-IF
           IF OPERTAB-FALHAS NOT NUMERIC
               MOVE 0 TO OPERTAB-FALHAS
           END-IF
           IF NOT OPERTAB-BLOQUEADO
               MOVE 'N' TO OPERTAB-BLOQUEIO
           END-IF
           IF OPERTAB-FILIAL NOT NUMERIC
               MOVE 0 TO OPERTAB-FILIAL
           END-IF
           PERFORM P166-NORMALIZA-HISTORICO THRU P166-FIM
               VARYING WS-HIDX FROM 1 BY 1 UNTIL WS-HIDX > 3
           IF OPERTAB-HASH = 0 AND OPERTAB-SENHA NOT = SPACES
               MOVE OPERTAB-COD   TO WS-HASH-COD
               MOVE OPERTAB-SENHA TO WS-HASH-SENHA
               PERFORM P180-CALCULA-HASH THRU P180-FIM
               MOVE WS-HASH       TO OPERTAB-HASH
               MOVE 0             TO OPERTAB-DT-SENHA
               MOVE SPACES        TO OPERTAB-SENHA
               SET TAB-CONVERTIDA TO TRUE
           END-IF
           .
       P165-FIM.

       P166-NORMALIZA-HISTORICO.
           IF OPERTAB-HIST(WS-HIDX) NOT NUMERIC
               MOVE 0 TO OPERTAB-HIST(WS-HIDX)
           END-IF
           .
       P166-FIM.

       P170-REGRAVA-OPERADOR.
           MOVE WS-OPER-LINHA(WS-OIDX) TO REG-OPERTAB
           WRITE REG-OPERTAB
           .
       P170-FIM.

       P180-CALCULA-HASH.
           MOVE WS-HASH-COD   TO WS-HASH-TXT-COD
           MOVE WS-HASH-SENHA TO WS-HASH-TXT-SENHA
           MOVE 5381 TO WS-HASH
           PERFORM P185-HASH-BYTE THRU P185-FIM
               VARYING WS-HASH-RODADA FROM 1 BY 1
                   UNTIL WS-HASH-RODADA > 3
               AFTER WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 16
           IF WS-HASH = 0
               MOVE 1 TO WS-HASH
           END-IF
           .
       P180-FIM.

       P185-HASH-BYTE.
           COMPUTE WS-HASH-TRAB = WS-HASH * 33
               + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-IDX:1))
                 * (WS-HASH-IDX + WS-HASH-RODADA)
           END-COMPUTE
           DIVIDE WS-HASH-TRAB BY 999999937
               GIVING WS-HASH-QUOC REMAINDER WS-HASH
           .
       P185-FIM.

      * TROCA OBRIGATORIA NO SIGN-ON: A NOVA SENHA E DIGITADA DUAS
      * VEZES, NAO PODE SER EM BRANCO NEM REPETIR A ATUAL OU AS TRES
      * ANTERIORES. TRES TENTATIVAS; SEM TROCA NAO HA ENTRADA.
       P190-TROCA-SENHA.
           DISPLAY 'SUA SENHA VENCEU OU PRECISA SER TROCADA.'
           MOVE 0 TO WS-TROCA-TENTATIVAS
           SET TROCA-OK TO FALSE
           PERFORM P195-PEDE-NOVA-SENHA THRU P195-FIM
               UNTIL TROCA-OK OR WS-TROCA-TENTATIVAS NOT < 3
           IF NOT TROCA-OK
               DISPLAY 'TROCA DE SENHA NAO REALIZADA. SIGN-ON '
                       'RECUSADO.'
           END-IF
           .
       P190-FIM.

       P195-PEDE-NOVA-SENHA.
           ADD 1 TO WS-TROCA-TENTATIVAS
           DISPLAY 'INFORME A NOVA SENHA: '
           MOVE SPACES TO WS-NOVA-SENHA
           ACCEPT WS-NOVA-SENHA
           DISPLAY 'CONFIRME A NOVA SENHA: '
           MOVE SPACES TO WS-CONF-SENHA
           ACCEPT WS-CONF-SENHA

           IF WS-NOVA-SENHA = SPACES
               DISPLAY 'A NOVA SENHA NAO PODE FICAR EM BRANCO.'
               GO TO P195-FIM
           END-IF
           IF WS-NOVA-SENHA NOT = WS-CONF-SENHA
               DISPLAY 'A CONFIRMACAO NAO CONFERE COM A NOVA SENHA.'
               GO TO P195-FIM
           END-IF
           IF WS-NOVA-SENHA = WS-SENHA-DIGITADA
               DISPLAY 'A NOVA SENHA TEM QUE SER DIFERENTE DA ATUAL.'
               GO TO P195-FIM
           END-IF

           MOVE WS-OPERADOR   TO WS-HASH-COD
           MOVE WS-NOVA-SENHA TO WS-HASH-SENHA
           PERFORM P180-CALCULA-HASH THRU P180-FIM
           SET SENHA-REPETIDA TO FALSE
           IF WS-HASH = OPERTAB-HASH
               SET SENHA-REPETIDA TO TRUE
           END-IF
           PERFORM P196-CONFERE-HISTORICO THRU P196-FIM
               VARYING WS-HIDX FROM 1 BY 1 UNTIL WS-HIDX > 3
           IF SENHA-REPETIDA
               DISPLAY 'A NOVA SENHA REPETE UMA DAS ULTIMAS SENHAS '
                       'DO OPERADOR.'
               GO TO P195-FIM
           END-IF

           PERFORM P197-EMPILHA-HISTORICO THRU P197-FIM
           MOVE WS-HASH         TO OPERTAB-HASH
           MOVE SPACES          TO OPERTAB-SENHA
           MOVE WS-DATA-SISTEMA TO OPERTAB-DT-SENHA
           SET OPER-ALTERADO TO TRUE
           SET TROCA-OK TO TRUE
           DISPLAY 'SENHA TROCADA. VALIDA POR ' WS-VALIDADE-DIAS
                   ' DIAS.'
           .
       P195-FIM.

       P196-CONFERE-HISTORICO.
           IF WS-HASH = OPERTAB-HIST(WS-HIDX)
               SET SENHA-REPETIDA TO TRUE
           END-IF
           .
       P196-FIM.

      * O RESUMO ATUAL DESCE PARA O HISTORICO; O MAIS ANTIGO SAI.
      * SEM RESUMO (OPERADOR SEM SENHA) NADA E EMPILHADO.
       P197-EMPILHA-HISTORICO.
           IF OPERTAB-HASH = 0
               GO TO P197-FIM
           END-IF
           MOVE OPERTAB-HIST(2) TO OPERTAB-HIST(3)
           MOVE OPERTAB-HIST(1) TO OPERTAB-HIST(2)
           MOVE OPERTAB-HASH    TO OPERTAB-HIST(1)
           .
       P197-FIM.

       P090-CONFERE-TOKEN.
           SET SISTEMA-OCUPADO TO FALSE
           MOVE SPACES TO WS-TOK-DONO
