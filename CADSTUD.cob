      *          STATUS VIA FSTATUS/FSDIAG. AS NOTAS SAO LANCADAS
      *          POR MATERIA (1-3) E BIMESTRE (1-4), NO LUGAR DOS
      *          TRES CAMPOS ANONIMOS DO ANTIGO ARQ.txt.
      *          A VOLTA DO ALUNO PARA MATRICULADO E A MUDANCA DE
      *          TURMA (REMATRICULA) SAO RECUSADAS ENQUANTO O
      *          RESPONSAVEL TIVER MENSALIDADE VENCIDA HA MAIS DE
      *          MENS_BLOQUEIO_DIAS (PADRAO 60) DIAS (MENSCALC), SALVO
      *          LIBERACAO PELO PERFIL SUPERVISOR.
      *          A NOTA DA RECUPERACAO (RECUPMST.DAT, VEJA
      *          FD_RECUP.cpy) SO E ACEITA PARA ALUNO QUE O AVALCALC
      *          DA COMO REPROVADO POR NOTA COM FREQUENCIA DENTRO DA
      *          REGRA, E SO NAS MATERIAS ABAIXO DA MEDIA MINIMA.
      *          A MATRICULA, A VOLTA A MATRICULADO E A MUDANCA DE
      *          TURMA DE ALUNO MATRICULADO SAO RECUSADAS QUANDO A
      *          TURMA ESTA LOTADA (VAGAS DA TURMATAB), COM OFERTA DE
      *          LUGAR NA LISTA DE ESPERA (ESPERA.DAT, VEJA
      *          ESPERA.cpy), NA ORDEM DO PEDIDO. A VAGA ABERTA POR
      *          TRANCAMENTO, TRANSFERENCIA, DESISTENCIA OU MUDANCA
      *          DE TURMA E OFERTADA AO PRIMEIRO DA LISTA; A CARTA AO
      *          RESPONSAVEL SAI PELO VAGACART.
      *          O OPERADOR VINCULADO A UM DOCENTE (DOCTAB) SO LANCA
      *          NOTA E RECUPERACAO NAS TURMAS E MATERIAS ATRIBUIDAS
      *          A ELE (DOCTUR), CONFERIDAS PELO DOCVALID. TODA NOTA
      *          LANCADA OU ALTERADA VAI PARA O LOG NOTALOG (VEJA
      *          NOTALOG.cpy) COM A NOTA ANTERIOR, O DOCENTE E A
      *          DATA, LIDO PELO RELATORIO DE PENDENCIAS PENDNOTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT STUDMST ASSIGN TO DYNAMIC
               WS-STUDMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS CD-STUDENT
               FILE STATUS IS WS-FS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.

               SELECT FREQMST ASSIGN TO DYNAMIC
               WS-FREQMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FQ-CD-STUDENT
               FILE STATUS IS WS-FS-FRQ.

               SELECT RECUPMST ASSIGN TO DYNAMIC
               WS-RECUPMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RCP-CD-STUDENT
               FILE STATUS IS WS-FS-RCP.

               SELECT ESPERA ASSIGN TO DYNAMIC
               WS-ESPERA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS ESP-CHAVE
               FILE STATUS IS WS-FS-ESP.

               SELECT NOTALOG ASSIGN TO DYNAMIC
               WS-NOTALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NLG.

       DATA DIVISION.

       FILE SECTION.
      * TABELA DE TURMAS, MANTIDA PELO MANUTTAB NO MESMO MOLDE DAS
      * DEMAIS TABELAS DE REFERENCIA.
       FD TURMATAB.
          COPY TURMATAB.

      * MESTRE DE CONTATOS, ABERTO SO PARA VALIDAR O RESPONSAVEL
      * DO ALUNO (VEJA ST-RESPONSAVEL NO FD_STUDENT.cpy).
           03 MOV-DATA               PIC 9(08).
           03 MOV-OPERADOR           PIC X(08).

      * FREQUENCIA DO ALUNO, LIDA SO PARA O DIREITO A RECUPERACAO.
       FD FREQMST.
          COPY FD_FREQ.

       FD RECUPMST.
          COPY FD_RECUP.

      * LISTA DE ESPERA DAS TURMAS LOTADAS, NA ORDEM DO PEDIDO.
       FD ESPERA.
          COPY ESPERA.

      * LOG DE LANCAMENTO DE NOTAS: NOTA ANTERIOR E NOVA, DOCENTE,
      * OPERADOR, DATA E HORA.
       FD NOTALOG.
          COPY NOTALOG.

       WORKING-STORAGE SECTION.
       77 WS-STUDMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.

      * BLOQUEIO DE REMATRICULA POR MENSALIDADE VENCIDA DO
      * RESPONSAVEL (VEJA MENSCALC.cpy), NA DATA DE PROCESSAMENTO.
       77 WS-DATA-REF               PIC 9(08) VALUE ZEROES.
       77 WS-BLOQUEIO-TXT           PIC X(03) VALUE SPACES.
       77 WS-BLOQUEIO-DIAS          PIC 9(03) VALUE 60.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
          88 PERFIL-SUPERVISOR      VALUE 'S'.
       77 WS-LIBERA                 PIC X(01) VALUE 'N'.
       77 WS-REMATRICULA            PIC X VALUE 'S'.
          88 REMATRICULA-LIBERADA   VALUE 'S'.
          88 REMATRICULA-BLOQUEADA  VALUE 'N'.
       77 WS-VALOR-EDITADO          PIC -Z(10)9,99 VALUE SPACES.
          COPY MENSCALC.

      * NOTA DA RECUPERACAO, COM O STATUS APURADO PELO AVALCALC.
       77 WS-FREQMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'.
       77 WS-FS-FRQ                 PIC 99.
          88 FS-FRQ-OK              VALUE 0.
       77 WS-RECUPMST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'.
       77 WS-FS-RCP                 PIC 99.
          88 FS-RCP-OK              VALUE 0.
       77 WS-RECUP-EXISTE           PIC X VALUE 'N'.
          88 RECUP-EXISTE           VALUE 'S' FALSE 'N'.
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-TOT-PRESENCAS          PIC 9(05) VALUE ZEROES.
       77 WS-TOT-FALTAS             PIC 9(05) VALUE ZEROES.
       77 WS-NOTA-EDIT              PIC ZZ9,99.
       77 WS-RECUP-EDIT             PIC ZZ9,99.
          COPY AVALCALC.

      * VAGAS DA TURMA (TURMATAB-CAPACIDADE, 0 = SEM LIMITE) E LISTA
      * DE ESPERA. AS VAGAS JA OFERTADAS E AINDA NAO OCUPADAS CONTAM
      * COMO OCUPADAS.
       77 WS-ESPERA-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ESPERA.DAT'.
       77 WS-FS-ESP                 PIC 99.
          88 FS-ESP-OK              VALUE 0.
       77 WS-TURMA-CAPACIDADE       PIC 9(03) VALUE ZEROES.
       77 WS-QT-MATRICULADOS        PIC 9(05) VALUE ZEROES.
       77 WS-QT-RESERVADAS          PIC 9(05) VALUE ZEROES.
       77 WS-POSICAO-ESPERA         PIC 9(05) VALUE ZEROES.
       77 WS-TURMA-LIBERADA         PIC X(03) VALUE SPACES.
       77 WS-CHAVE-OFERTA           PIC X(19) VALUE SPACES.
       77 WS-INCLUI-ESPERA          PIC X(01) VALUE 'N'.
       77 WS-LOTADA                 PIC X VALUE 'N'.
          88 TURMA-LOTADA           VALUE 'S' FALSE 'N'.
       77 WS-TEM-OFERTA             PIC X VALUE 'N'.
          88 TEM-OFERTA             VALUE 'S' FALSE 'N'.
       77 WS-ESPERA-REPETIDA        PIC X VALUE 'N'.
          88 ESPERA-REPETIDA        VALUE 'S' FALSE 'N'.
       77 WS-ESPERA-ACHADA          PIC X VALUE 'N'.
          88 ESPERA-ACHADA          VALUE 'S' FALSE 'N'.

      * DOCENTE DO OPERADOR (VEJA DOCVAL.cpy) E LOG DE NOTAS.
       77 WS-NOTALOG-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTALOG.TXT'.
       77 WS-FS-NLG                 PIC 99.
          88 FS-NLG-OK              VALUE 0.
       77 WS-NOTA-ANTERIOR          PIC 9(03)V99 VALUE ZEROES.
       77 WS-TIPO-NOTA              PIC X(01) VALUE SPACES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.
          COPY DOCVAL.

       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.

                   TO WS-STMOVLOG-PATH
           END-IF

           DISPLAY 'FREQMST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FREQMST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FREQMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'
                   TO WS-FREQMST-PATH
           END-IF

           DISPLAY 'RECUPMST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECUPMST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RECUPMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'
                   TO WS-RECUPMST-PATH
           END-IF

           DISPLAY 'ESPERA_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ESPERA-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ESPERA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ESPERA.DAT'
                   TO WS-ESPERA-PATH
           END-IF

           DISPLAY 'NOTALOG_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTALOG-PATH      FROM ENVIRONMENT-VALUE
           IF WS-NOTALOG-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTALOG.TXT'
                   TO WS-NOTALOG-PATH
           END-IF

           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR-PERFIL   FROM ENVIRONMENT-VALUE

           DISPLAY 'MENS_BLOQUEIO_DIAS'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-BLOQUEIO-TXT      FROM ENVIRONMENT-VALUE
           IF WS-BLOQUEIO-TXT = SPACES
                   OR WS-BLOQUEIO-TXT NOT NUMERIC
               MOVE 60 TO WS-BLOQUEIO-DIAS
           ELSE
               MOVE WS-BLOQUEIO-TXT TO WS-BLOQUEIO-DIAS
           END-IF

           CALL 'DATAPROC' USING WS-DATA-REF
           .
       P100-FIM.

           DISPLAY '1 - CADASTRAR ALUNO'
           DISPLAY '2 - LANCAR NOTA'
           DISPLAY '3 - MUDAR SITUACAO DE MATRICULA'
           DISPLAY '4 - MUDAR DE TURMA (REMATRICULA)'
           DISPLAY '5 - LANCAR NOTA DE RECUPERACAO'
           DISPLAY '6 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO

               WHEN 3
                   PERFORM P500-MUDAR-SITUACAO THRU P500-FIM
               WHEN 4
                   PERFORM P600-MUDAR-TURMA THRU P600-FIM
               WHEN 5
                   PERFORM P800-LANCAR-RECUPERACAO THRU P800-FIM
               WHEN 6
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
               GO TO P300-FIM
           END-IF

           PERFORM P650-CONFERE-VAGA THRU P650-FIM
           IF TURMA-LOTADA
               PERFORM P670-INCLUIR-ESPERA THRU P670-FIM
               GO TO P300-FECHA
           END-IF

           MOVE SPACES      TO REG-STUDENT
           MOVE WS-CD-ALUNO TO CD-STUDENT
           MOVE WS-NM-ALUNO TO NM-STUDENT
                       'CADASTRO REJEITADO.'
               NOT INVALID KEY
                   DISPLAY 'ALUNO CADASTRADO.'
                   IF TEM-OFERTA
                       PERFORM P680-BAIXAR-OFERTA THRU P680-FIM
                   END-IF
           END-WRITE
           .
       P300-FECHA.
           CLOSE STUDMST
           .
       P300-FIM.
           READ STUDMST KEY IS CD-STUDENT
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
                   GO TO P400-FECHA
           END-READ

           PERFORM P410-CONFERE-DOCENTE THRU P410-FIM
           IF DV-NEGADO
               GO TO P400-FECHA
           END-IF

           MOVE ST-NOTA(WS-MATERIA, WS-BIMESTRE) TO WS-NOTA-ANTERIOR
           MOVE WS-NOTA TO ST-NOTA(WS-MATERIA, WS-BIMESTRE)
           REWRITE REG-STUDENT
           IF NOT FS-OK
               COPY FSDIAG.

               GO TO P400-FECHA
           END-IF
           DISPLAY 'NOTA LANCADA PARA ' NM-STUDENT '.'
           MOVE 'B' TO WS-TIPO-NOTA
           PERFORM P420-GRAVAR-NOTALOG THRU P420-FIM
           .
       P400-FECHA.
           CLOSE STUDMST
           .
       P400-FIM.

      * OPERADOR DOCENTE SO LANCA NA TURMA DO ALUNO E NA MATERIA
      * QUE LECIONA (DOCVALID). QUEM NAO E DOCENTE NAO SOFRE
      * RESTRICAO.
       P410-CONFERE-DOCENTE.
           MOVE WS-OPERADOR TO DV-OPERADOR
           MOVE ST-TURMA    TO DV-TURMA
           MOVE WS-MATERIA  TO DV-MATERIA
           CALL 'DOCVALID' USING VALIDACAO-DOCENTE
           IF DV-NEGADO
               DISPLAY 'DOCENTE ' DV-NOME-DOCENTE ' SEM ATRIBUICAO '
                   'NA MATERIA ' WS-MATERIA ' DA TURMA ' ST-TURMA
                   '. LANCAMENTO RECUSADO.'
           END-IF
           .
       P410-FIM.

      * UMA LINHA POR NOTA LANCADA OU ALTERADA (VEJA NOTALOG.cpy).
      * NA RECUPERACAO O BIMESTRE VAI ZERADO.
       P420-GRAVAR-NOTALOG.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           SET FS-NLG-OK TO TRUE
           OPEN EXTEND NOTALOG
           IF WS-FS-NLG EQUAL 35
               OPEN OUTPUT NOTALOG
           END-IF
           IF FS-NLG-OK
               MOVE CD-STUDENT       TO NL-CD-STUDENT
               MOVE ST-TURMA         TO NL-TURMA
               MOVE WS-TIPO-NOTA     TO NL-TIPO
               MOVE WS-MATERIA       TO NL-MATERIA
               IF NL-RECUPERACAO
                   MOVE 0            TO NL-BIMESTRE
               ELSE
                   MOVE WS-BIMESTRE  TO NL-BIMESTRE
               END-IF
               MOVE WS-NOTA-ANTERIOR TO NL-NOTA-ANTERIOR
               MOVE WS-NOTA          TO NL-NOTA-NOVA
               MOVE DV-DOCENTE       TO NL-DOCENTE
               MOVE WS-OPERADOR      TO NL-OPERADOR
               MOVE WS-DATA-SISTEMA  TO NL-DATA
               MOVE WS-HORA-SISTEMA  TO NL-HORA
               WRITE REG-NOTALOG
               CLOSE NOTALOG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE NOTAS (FS='
                       WS-FS-NLG ').'
           END-IF
           .
       P420-FIM.

       P350-CAPTURA-TURMA.
           DISPLAY 'INFORME A TURMA DO ALUNO (CODIGO DA '
                   'TURMATAB): '
      * NAS DEMAIS TABELAS DE REFERENCIA.
       P360-VALIDA-TURMA.
           SET TURMA-VALIDA TO FALSE
           MOVE 0 TO WS-TURMA-CAPACIDADE
           SET EOF-OK TO FALSE
           SET FS-TUR-OK TO TRUE

                   IF TURMATAB-COD = WS-TURMA
                           AND NOT TURMATAB-DESATIVADA
                       SET TURMA-VALIDA TO TRUE
                       IF TURMATAB-CAPACIDADE NUMERIC
                           MOVE TURMATAB-CAPACIDADE
                               TO WS-TURMA-CAPACIDADE
                       END-IF
                   END-IF
           END-READ
           .
       P500-MUDAR-SITUACAO.
           DISPLAY 'INFORME O CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO
           SET TURMA-LOTADA TO FALSE
           SET TEM-OFERTA TO FALSE

           SET FS-OK TO TRUE
           OPEN I-O STUDMST
           READ STUDMST KEY IS CD-STUDENT
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
                   GO TO P500-FECHA
           END-READ

           DISPLAY 'ALUNO: ' NM-STUDENT
               ' SITUACAO ATUAL: ' ST-SITUACAO
           DISPLAY 'NOVA SITUACAO (M=MATRICULADO, '
                   'T=TRANCADO, R=TRANSFERIDO, '
                   'D=DESISTENTE, C=CONCLUIDO): '
           MOVE SPACES TO WS-SITUACAO-NOVA
           ACCEPT WS-SITUACAO-NOVA
           IF WS-SITUACAO-NOVA NOT = 'M'
                   AND WS-SITUACAO-NOVA NOT = 'T'
                   AND WS-SITUACAO-NOVA NOT = 'R'
                   AND WS-SITUACAO-NOVA NOT = 'D'
                   AND WS-SITUACAO-NOVA NOT = 'C'
               DISPLAY 'SITUACAO INVALIDA.'
               GO TO P500-FECHA
           END-IF

      * A VOLTA PARA MATRICULADO E UMA REMATRICULA.
           IF WS-SITUACAO-NOVA = 'M' AND NOT ST-MATRICULADO
               PERFORM P700-CONFERE-INADIMPLENCIA THRU P700-FIM
               IF REMATRICULA-BLOQUEADA
                   GO TO P500-FECHA
               END-IF
               PERFORM P640-VAGA-NA-VOLTA THRU P640-FIM
               IF TURMA-LOTADA
                   GO TO P500-FECHA
               END-IF
           END-IF

           MOVE ST-SITUACAO TO WS-SITUACAO-ANTIGA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-SITUACAO-NOVA TO ST-SITUACAO
           MOVE WS-DATA-SISTEMA  TO ST-DT-SITUACAO
           REWRITE REG-STUDENT
           DISPLAY 'SITUACAO ATUALIZADA.'
           PERFORM P510-GRAVAR-MOVIMENTO THRU P510-FIM
           IF TEM-OFERTA
               PERFORM P680-BAIXAR-OFERTA THRU P680-FIM
           END-IF

      * TRANCAMENTO, TRANSFERENCIA OU DESISTENCIA DE MATRICULADO
      * ABRE UMA VAGA NA TURMA.
           IF WS-SITUACAO-ANTIGA = 'M'
                   AND (WS-SITUACAO-NOVA = 'T'
                     OR WS-SITUACAO-NOVA = 'R'
                     OR WS-SITUACAO-NOVA = 'D')
               MOVE ST-TURMA TO WS-TURMA-LIBERADA
               PERFORM P690-OFERECER-VAGA THRU P690-FIM
           END-IF
           .
       P500-FECHA.
           CLOSE STUDMST
           .
       P500-FIM.
           .
       P510-FIM.

      * PASSAGEM DO ALUNO PARA OUTRA TURMA (A DO ANO SEGUINTE NA
      * REMATRICULA), COM O MESMO BLOQUEIO DA VOLTA A MATRICULADO.
       P600-MUDAR-TURMA.
           DISPLAY 'INFORME O CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO
           SET TURMA-LOTADA TO FALSE
           SET TEM-OFERTA TO FALSE
           MOVE SPACES TO WS-TURMA-LIBERADA

           SET FS-OK TO TRUE
           OPEN I-O STUDMST
           IF NOT FS-OK
               COPY FSDIAG.

               GO TO P600-FIM
           END-IF

           MOVE WS-CD-ALUNO TO CD-STUDENT
           READ STUDMST KEY IS CD-STUDENT
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
                   GO TO P600-FECHA
           END-READ
           DISPLAY 'ALUNO: ' NM-STUDENT ' TURMA ATUAL: ' ST-TURMA

           SET TURMA-VALIDA TO FALSE
           PERFORM P350-CAPTURA-TURMA THRU P350-FIM
               UNTIL TURMA-VALIDA
           IF WS-TURMA = ST-TURMA
               DISPLAY 'O ALUNO JA ESTA NESSA TURMA.'
               GO TO P600-FECHA
           END-IF

           PERFORM P700-CONFERE-INADIMPLENCIA THRU P700-FIM
           IF REMATRICULA-BLOQUEADA
               GO TO P600-FECHA
           END-IF

      * SO O ALUNO MATRICULADO OCUPA VAGA: ELE PRECISA DE VAGA NA
      * TURMA NOVA E LIBERA A SUA NA TURMA ANTIGA.
           IF ST-MATRICULADO
               MOVE ST-TURMA   TO WS-TURMA-LIBERADA
               MOVE NM-STUDENT TO WS-NM-ALUNO
               PERFORM P645-RESPONSAVEL-DO-ALUNO THRU P645-FIM
               PERFORM P650-CONFERE-VAGA THRU P650-FIM
               PERFORM P660-RELER-ALUNO THRU P660-FIM
               IF TURMA-LOTADA
                   PERFORM P670-INCLUIR-ESPERA THRU P670-FIM
                   GO TO P600-FECHA
               END-IF
           END-IF

           MOVE WS-TURMA TO ST-TURMA
           REWRITE REG-STUDENT
           DISPLAY 'TURMA ATUALIZADA.'
           IF TEM-OFERTA
               PERFORM P680-BAIXAR-OFERTA THRU P680-FIM
           END-IF
           IF WS-TURMA-LIBERADA NOT = SPACES
               PERFORM P690-OFERECER-VAGA THRU P690-FIM
           END-IF
           .
       P600-FECHA.
           CLOSE STUDMST
           .
       P600-FIM.

      * A VOLTA A MATRICULADO OCUPA UMA VAGA NA TURMA DO ALUNO.
       P640-VAGA-NA-VOLTA.
           MOVE ST-TURMA   TO WS-TURMA
           MOVE NM-STUDENT TO WS-NM-ALUNO
           PERFORM P645-RESPONSAVEL-DO-ALUNO THRU P645-FIM
           PERFORM P360-VALIDA-TURMA THRU P360-FIM
           PERFORM P650-CONFERE-VAGA THRU P650-FIM
           PERFORM P660-RELER-ALUNO THRU P660-FIM
           IF TURMA-LOTADA
               PERFORM P670-INCLUIR-ESPERA THRU P670-FIM
           END-IF
           .
       P640-FIM.

       P645-RESPONSAVEL-DO-ALUNO.
           IF ST-RESPONSAVEL NUMERIC
               MOVE ST-RESPONSAVEL TO WS-RESPONSAVEL
           ELSE
               MOVE 0 TO WS-RESPONSAVEL
           END-IF
           .
       P645-FIM.

      * OCUPACAO DA TURMA WS-TURMA, COM A CAPACIDADE LIDA NA
      * VALIDACAO (P360): MATRICULADOS NO STUDMST MAIS AS VAGAS JA
      * OFERTADAS PELA LISTA DE ESPERA E AINDA NAO OCUPADAS. A
      * OFERTA FEITA AO PROPRIO ALUNO WS-CD-ALUNO E A VAGA DELE E
      * NAO CONTA. O STUDMST JA ESTA ABERTO; A VARREDURA PERDE O
      * REGISTRO CORRENTE (VEJA P660).
       P650-CONFERE-VAGA.
           SET TURMA-LOTADA TO FALSE
           SET TEM-OFERTA TO FALSE
           MOVE 0 TO WS-QT-MATRICULADOS
           MOVE 0 TO WS-QT-RESERVADAS
           IF WS-TURMA-CAPACIDADE = 0
               GO TO P650-FIM
           END-IF

           SET EOF-OK TO FALSE
           MOVE 0 TO CD-STUDENT
           START STUDMST KEY IS NOT LESS THAN CD-STUDENT
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM P655-CONTA-MATRICULADO THRU P655-FIM
               UNTIL EOF-OK

           SET EOF-OK TO FALSE
           SET FS-ESP-OK TO TRUE
           OPEN INPUT ESPERA
           IF FS-ESP-OK
               MOVE WS-TURMA TO ESP-TURMA
               MOVE 0 TO ESP-DT-PEDIDO
               MOVE 0 TO ESP-HR-PEDIDO
               START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM P657-CONTA-RESERVA THRU P657-FIM
                   UNTIL EOF-OK
               CLOSE ESPERA
           END-IF
           SET EOF-OK TO FALSE

           IF WS-QT-MATRICULADOS + WS-QT-RESERVADAS
                   NOT < WS-TURMA-CAPACIDADE
               SET TURMA-LOTADA TO TRUE
           END-IF
           IF TEM-OFERTA
               DISPLAY 'VAGA RESERVADA AO ALUNO PELA LISTA DE ESPERA '
                       'DA TURMA ' WS-TURMA '.'
           END-IF
           .
       P650-FIM.

       P655-CONTA-MATRICULADO.
           READ STUDMST NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF ST-MATRICULADO AND ST-TURMA = WS-TURMA
                       ADD 1 TO WS-QT-MATRICULADOS
                   END-IF
           END-READ
           .
       P655-FIM.

       P657-CONTA-RESERVA.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P657-FIM
           END-READ
           IF ESP-TURMA NOT = WS-TURMA
               SET EOF-OK TO TRUE
               GO TO P657-FIM
           END-IF
           IF ESP-OFERTADA
               IF ESP-CD-STUDENT = WS-CD-ALUNO
                   SET TEM-OFERTA TO TRUE
                   MOVE ESP-CHAVE TO WS-CHAVE-OFERTA
               ELSE
                   ADD 1 TO WS-QT-RESERVADAS
               END-IF
           END-IF
           .
       P657-FIM.

       P660-RELER-ALUNO.
           MOVE WS-CD-ALUNO TO CD-STUDENT
           READ STUDMST KEY IS CD-STUDENT
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
           END-READ
           .
       P660-FIM.

      * TURMA LOTADA: A MATRICULA E RECUSADA E O ALUNO PODE ENTRAR
      * NA LISTA DE ESPERA DA TURMA, NA ORDEM DO PEDIDO. A LISTA
      * EXIGE UM RESPONSAVEL, QUE RECEBE A CARTA QUANDO A VAGA ABRIR.
       P670-INCLUIR-ESPERA.
           DISPLAY 'TURMA ' WS-TURMA ' LOTADA: ' WS-QT-MATRICULADOS
               ' MATRICULADOS E ' WS-QT-RESERVADAS
               ' VAGAS OFERTADAS, PARA ' WS-TURMA-CAPACIDADE
               ' VAGAS.'
           DISPLAY 'MATRICULA RECUSADA. INCLUIR NA LISTA DE ESPERA '
                   'DA TURMA (S/N)? '
           MOVE 'N' TO WS-INCLUI-ESPERA
           ACCEPT WS-INCLUI-ESPERA
           IF WS-INCLUI-ESPERA NOT = 'S'
               GO TO P670-FIM
           END-IF
           IF WS-RESPONSAVEL = 0
               DISPLAY 'A LISTA DE ESPERA EXIGE UM RESPONSAVEL '
                       '(CONTATO) PARA O AVISO DA VAGA.'
               GO TO P670-FIM
           END-IF

           SET FS-ESP-OK TO TRUE
           OPEN I-O ESPERA
           IF WS-FS-ESP EQUAL 35
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA
           END-IF
           IF NOT FS-ESP-OK
               DISPLAY 'LISTA DE ESPERA INDISPONIVEL (FS=' WS-FS-ESP
                       '). ALUNO NAO INCLUIDO.'
               GO TO P670-FIM
           END-IF

      * POSICAO NA FILA E PEDIDO REPETIDO DO MESMO ALUNO.
           SET ESPERA-REPETIDA TO FALSE
           MOVE 0 TO WS-POSICAO-ESPERA
           SET EOF-OK TO FALSE
           MOVE WS-TURMA TO ESP-TURMA
           MOVE 0 TO ESP-DT-PEDIDO
           MOVE 0 TO ESP-HR-PEDIDO
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM P675-POSICAO-ESPERA THRU P675-FIM
               UNTIL EOF-OK
           SET EOF-OK TO FALSE
           IF ESPERA-REPETIDA
               DISPLAY 'O ALUNO ' WS-CD-ALUNO ' JA ESTA NA LISTA DE '
                       'ESPERA DA TURMA ' WS-TURMA '.'
               GO TO P670-FECHA
           END-IF

           MOVE SPACES TO REG-ESPERA
           MOVE WS-TURMA       TO ESP-TURMA
           ACCEPT ESP-DT-PEDIDO FROM DATE YYYYMMDD
           ACCEPT ESP-HR-PEDIDO FROM TIME
           MOVE WS-CD-ALUNO    TO ESP-CD-STUDENT
           MOVE WS-NM-ALUNO    TO ESP-NM-STUDENT
           MOVE WS-RESPONSAVEL TO ESP-RESPONSAVEL
           SET ESP-AGUARDANDO  TO TRUE
           MOVE 0              TO ESP-DT-OFERTA
           MOVE 'N'            TO ESP-CARTA
           MOVE WS-OPERADOR    TO ESP-OPERADOR
           ADD 1 TO WS-POSICAO-ESPERA
           WRITE REG-ESPERA
               INVALID KEY
                   DISPLAY 'PEDIDO SIMULTANEO NA LISTA DE ESPERA. '
                           'REPITA A OPERACAO.'
               NOT INVALID KEY
                   DISPLAY 'ALUNO INCLUIDO NA LISTA DE ESPERA DA '
                           'TURMA ' WS-TURMA ', POSICAO '
                           WS-POSICAO-ESPERA '.'
           END-WRITE
           .
       P670-FECHA.
           CLOSE ESPERA
           .
       P670-FIM.

       P675-POSICAO-ESPERA.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P675-FIM
           END-READ
           IF ESP-TURMA NOT = WS-TURMA
               SET EOF-OK TO TRUE
               GO TO P675-FIM
           END-IF
           IF ESP-CD-STUDENT = WS-CD-ALUNO AND NOT ESP-ATENDIDA
               SET ESPERA-REPETIDA TO TRUE
           END-IF
           IF ESP-AGUARDANDO
               ADD 1 TO WS-POSICAO-ESPERA
           END-IF
           .
       P675-FIM.

      * O ALUNO OCUPOU A VAGA QUE A LISTA DE ESPERA LHE OFERTOU.
       P680-BAIXAR-OFERTA.
           SET FS-ESP-OK TO TRUE
           OPEN I-O ESPERA
           IF NOT FS-ESP-OK
               DISPLAY 'LISTA DE ESPERA INDISPONIVEL (FS=' WS-FS-ESP
                       '). OFERTA NAO BAIXADA.'
               GO TO P680-FIM
           END-IF
           MOVE WS-CHAVE-OFERTA TO ESP-CHAVE
           READ ESPERA KEY IS ESP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ESP-ATENDIDA TO TRUE
                   REWRITE REG-ESPERA
                   DISPLAY 'VAGA DA LISTA DE ESPERA OCUPADA.'
           END-READ
           CLOSE ESPERA
           .
       P680-FIM.

      * VAGA ABERTA NA TURMA WS-TURMA-LIBERADA: SE A TURMA NAO
      * CONTINUA LOTADA, A VAGA E OFERTADA AO PRIMEIRO QUE AGUARDA
      * NA LISTA DE ESPERA E FICA RESERVADA PARA ELE. A CARTA AO
      * RESPONSAVEL SAI NA EXECUCAO SEGUINTE DO VAGACART.
       P690-OFERECER-VAGA.
           MOVE WS-TURMA-LIBERADA TO WS-TURMA
           MOVE 0 TO WS-CD-ALUNO
           PERFORM P360-VALIDA-TURMA THRU P360-FIM
           PERFORM P650-CONFERE-VAGA THRU P650-FIM
           IF TURMA-LOTADA
               GO TO P690-FIM
           END-IF

           SET FS-ESP-OK TO TRUE
           OPEN I-O ESPERA
           IF NOT FS-ESP-OK
               GO TO P690-FIM
           END-IF

           SET ESPERA-ACHADA TO FALSE
           SET EOF-OK TO FALSE
           MOVE WS-TURMA TO ESP-TURMA
           MOVE 0 TO ESP-DT-PEDIDO
           MOVE 0 TO ESP-HR-PEDIDO
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM P695-PRIMEIRO-DA-FILA THRU P695-FIM
               UNTIL EOF-OK OR ESPERA-ACHADA
           SET EOF-OK TO FALSE

           IF ESPERA-ACHADA
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               SET ESP-OFERTADA TO TRUE
               MOVE WS-DATA-SISTEMA TO ESP-DT-OFERTA
               MOVE 'N'             TO ESP-CARTA
               REWRITE REG-ESPERA
               DISPLAY 'VAGA NA TURMA ' WS-TURMA ' OFERTADA AO ALUNO '
                       ESP-CD-STUDENT ' ' ESP-NM-STUDENT
                       ' (LISTA DE ESPERA).'
               DISPLAY 'A CARTA AO RESPONSAVEL ' ESP-RESPONSAVEL
                       ' SAI NA PROXIMA EXECUCAO DO VAGACART.'
           END-IF
           CLOSE ESPERA
           .
       P690-FIM.

       P695-PRIMEIRO-DA-FILA.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P695-FIM
           END-READ
           IF ESP-TURMA NOT = WS-TURMA
               SET EOF-OK TO TRUE
               GO TO P695-FIM
           END-IF
           IF ESP-AGUARDANDO
               SET ESPERA-ACHADA TO TRUE
           END-IF
           .
       P695-FIM.

      * RESPONSAVEL COM MENSALIDADE VENCIDA HA MAIS DE
      * WS-BLOQUEIO-DIAS BLOQUEIA A REMATRICULA DO ALUNO LIDO; SO O
      * SUPERVISOR LIBERA. ALUNO SEM RESPONSAVEL NAO E CONFERIDO.
       P700-CONFERE-INADIMPLENCIA.
           SET REMATRICULA-LIBERADA TO TRUE
           IF ST-RESPONSAVEL NOT NUMERIC OR ST-RESPONSAVEL = 0
               GO TO P700-FIM
           END-IF
           MOVE ST-RESPONSAVEL TO MK-RESPONSAVEL
           MOVE WS-DATA-REF    TO MK-DATA-REF
           CALL 'MENSCALC' USING CALCULO-MENSALIDADE
           IF NOT MK-CALCULADO
                   OR MK-DIAS-ATRASO NOT > WS-BLOQUEIO-DIAS
               GO TO P700-FIM
           END-IF

           MOVE MK-SALDO-VENCIDO TO WS-VALOR-EDITADO
           DISPLAY 'RESPONSAVEL ' ST-RESPONSAVEL ' COM MENSALIDADE '
               'VENCIDA HA ' MK-DIAS-ATRASO ' DIAS. VENCIDO: R$ '
               WS-VALOR-EDITADO
           IF NOT PERFIL-SUPERVISOR
               DISPLAY 'REMATRICULA BLOQUEADA: SO O PERFIL '
                   'SUPERVISOR PODE LIBERAR.'
               SET REMATRICULA-BLOQUEADA TO TRUE
               GO TO P700-FIM
           END-IF
           DISPLAY 'LIBERAR A REMATRICULA MESMO ASSIM (S/N)? '
           MOVE 'N' TO WS-LIBERA
           ACCEPT WS-LIBERA
           IF WS-LIBERA = 'S'
               DISPLAY 'REMATRICULA LIBERADA PELO SUPERVISOR '
                   WS-OPERADOR '.'
           ELSE
               DISPLAY 'REMATRICULA NAO LIBERADA.'
               SET REMATRICULA-BLOQUEADA TO TRUE
           END-IF
           .
       P700-FIM.

      * NOTA DA RECUPERACAO DE UMA MATERIA. O DIREITO E APURADO
      * PELO AVALCALC COM AS NOTAS, A FREQUENCIA E AS RECUPERACOES
      * JA LANCADAS; DEPOIS DO LANCAMENTO O STATUS E REFEITO NA TELA.
       P800-LANCAR-RECUPERACAO.
           DISPLAY 'INFORME O CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO

           SET FS-OK TO TRUE
           OPEN INPUT STUDMST
           IF NOT FS-OK
               COPY FSDIAG.

               GO TO P800-FIM
           END-IF
           MOVE WS-CD-ALUNO TO CD-STUDENT
           READ STUDMST KEY IS CD-STUDENT
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
                   CLOSE STUDMST
                   GO TO P800-FIM
           END-READ
           CLOSE STUDMST
           IF NOT ST-MATRICULADO
               DISPLAY 'ALUNO COM MATRICULA NAO ATIVA (SITUACAO '
                   ST-SITUACAO '). RECUPERACAO NAO LANCADA.'
               GO TO P800-FIM
           END-IF

           PERFORM P810-TOTAIS-FREQUENCIA THRU P810-FIM

           SET FS-RCP-OK TO TRUE
           OPEN I-O RECUPMST
           IF WS-FS-RCP EQUAL 35
               OPEN OUTPUT RECUPMST
               CLOSE RECUPMST
               OPEN I-O RECUPMST
           END-IF
           IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO ABRIR O MESTRE DE RECUPERACAO (FS='
                       WS-FS-RCP ').'
               GO TO P800-FIM
           END-IF

           SET RECUP-EXISTE TO TRUE
           MOVE WS-CD-ALUNO TO RCP-CD-STUDENT
           READ RECUPMST KEY IS RCP-CD-STUDENT
               INVALID KEY
                   SET RECUP-EXISTE TO FALSE
                   MOVE ZEROES      TO RCP-MATERIAS
                   MOVE SPACES      TO RCP-OPERADOR(1)
                   MOVE SPACES      TO RCP-OPERADOR(2)
                   MOVE SPACES      TO RCP-OPERADOR(3)
                   MOVE WS-CD-ALUNO TO RCP-CD-STUDENT
           END-READ

           PERFORM P820-APURAR-STATUS THRU P820-FIM
           IF NOT AV-DIREITO-RECUP
               EVALUATE TRUE
                   WHEN AV-REPROVADO-FALTA
                       DISPLAY 'ALUNO REPROVADO POR FALTA: SEM '
                           'DIREITO A RECUPERACAO.'
                   WHEN OTHER
                       DISPLAY 'ALUNO APROVADO PELA MEDIA: NAO HA '
                           'RECUPERACAO A LANCAR.'
               END-EVALUATE
               GO TO P800-FECHA
           END-IF

           DISPLAY 'ALUNO: ' NM-STUDENT ' TURMA: ' ST-TURMA
           PERFORM P830-MOSTRA-MATERIA THRU P830-FIM
               VARYING WS-MATERIA FROM 1 BY 1 UNTIL WS-MATERIA > 3

           DISPLAY 'INFORME A MATERIA DA RECUPERACAO (1-3): '
           MOVE 0 TO WS-MATERIA
           ACCEPT WS-MATERIA
           IF WS-MATERIA < 1 OR WS-MATERIA > 3
               DISPLAY 'MATERIA INVALIDA.'
               GO TO P800-FECHA
           END-IF
           IF NOT AV-MATERIA-EM-RECUP(WS-MATERIA)
               DISPLAY 'O ALUNO NAO ESTA EM RECUPERACAO NESSA '
                   'MATERIA.'
               GO TO P800-FECHA
           END-IF
           PERFORM P410-CONFERE-DOCENTE THRU P410-FIM
           IF DV-NEGADO
               GO TO P800-FECHA
           END-IF

           DISPLAY 'INFORME A NOTA DA RECUPERACAO (0 A 100): '
           MOVE 0 TO WS-NOTA
           ACCEPT WS-NOTA
           IF WS-NOTA > 100
               DISPLAY 'NOTA INVALIDA. INFORME DE 0 A 100.'
               GO TO P800-FECHA
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE RCP-NOTA(WS-MATERIA) TO WS-NOTA-ANTERIOR
           MOVE WS-NOTA         TO RCP-NOTA(WS-MATERIA)
           MOVE WS-DATA-SISTEMA TO RCP-DATA(WS-MATERIA)
           MOVE WS-OPERADOR     TO RCP-OPERADOR(WS-MATERIA)
           IF RECUP-EXISTE
               REWRITE REG-RECUP
           ELSE
               WRITE REG-RECUP
           END-IF
           IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO GRAVAR A RECUPERACAO (FS='
                       WS-FS-RCP ').'
               GO TO P800-FECHA
           END-IF
           DISPLAY 'RECUPERACAO LANCADA PARA ' NM-STUDENT '.'
           MOVE 'R' TO WS-TIPO-NOTA
           PERFORM P420-GRAVAR-NOTALOG THRU P420-FIM

           PERFORM P820-APURAR-STATUS THRU P820-FIM
           MOVE AV-MEDIA-FINAL TO WS-NOTA-EDIT
           EVALUATE TRUE
               WHEN AV-APROVADO-RECUP
                   DISPLAY 'MEDIA FINAL APOS A RECUPERACAO: '
                       WS-NOTA-EDIT ' - APROVADO NA RECUPERACAO.'
               WHEN OTHER
                   DISPLAY 'MEDIA FINAL APOS A RECUPERACAO: '
                       WS-NOTA-EDIT ' - AINDA REPROVADO POR NOTA.'
           END-EVALUATE
           .
       P800-FECHA.
           CLOSE RECUPMST
           .
       P800-FIM.

      * SEM MESTRE DE FREQUENCIA (OU SEM LANCAMENTO) O AVALCALC
      * CONTA O ALUNO COMO 100% PRESENTE.
       P810-TOTAIS-FREQUENCIA.
           MOVE 0 TO WS-TOT-PRESENCAS
           MOVE 0 TO WS-TOT-FALTAS
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQMST
           IF NOT FS-FRQ-OK
               GO TO P810-FIM
           END-IF
           MOVE WS-CD-ALUNO TO FQ-CD-STUDENT
           READ FREQMST KEY IS FQ-CD-STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P815-SOMA-BIMESTRE THRU P815-FIM
                       VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
           END-READ
           CLOSE FREQMST
           .
       P810-FIM.

       P815-SOMA-BIMESTRE.
           ADD FQ-PRESENCAS(WS-BIM) TO WS-TOT-PRESENCAS
           ADD FQ-FALTAS(WS-BIM)    TO WS-TOT-FALTAS
           .
       P815-FIM.

       P820-APURAR-STATUS.
           MOVE ST-TURMA         TO AV-TURMA
           MOVE ST-NOTAS         TO AV-NOTAS
           MOVE WS-TOT-PRESENCAS TO AV-PRESENCAS
           MOVE WS-TOT-FALTAS    TO AV-FALTAS
           MOVE RCP-NOTA(1)      TO AV-NOTA-RECUP(1)
           MOVE RCP-NOTA(2)      TO AV-NOTA-RECUP(2)
           MOVE RCP-NOTA(3)      TO AV-NOTA-RECUP(3)
           CALL 'AVALCALC' USING CALCULO-AVALIACAO
           .
       P820-FIM.

       P830-MOSTRA-MATERIA.
           IF NOT AV-MATERIA-EM-RECUP(WS-MATERIA)
               GO TO P830-FIM
           END-IF
           MOVE AV-MEDIA-MAT(WS-MATERIA) TO WS-NOTA-EDIT
           MOVE RCP-NOTA(WS-MATERIA)     TO WS-RECUP-EDIT
           IF RCP-NOTA(WS-MATERIA) = 0
               DISPLAY 'MATERIA ' WS-MATERIA ' EM RECUPERACAO. '
                   'MEDIA ' WS-NOTA-EDIT ' - RECUPERACAO NAO LANCADA'
           ELSE
               DISPLAY 'MATERIA ' WS-MATERIA ' EM RECUPERACAO. '
                   'MEDIA ' WS-NOTA-EDIT ' - RECUPERACAO '
                   WS-RECUP-EDIT
           END-IF
           .
       P830-FIM.

       P900-FIM.
            GOBACK.

