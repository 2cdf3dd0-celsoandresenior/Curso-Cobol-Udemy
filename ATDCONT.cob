      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: MANUTENCAO DOS CHAMADOS DO ATENDIMENTO AO CLIENTE
      *          (RECLAMACOES E SOLICITACOES RECEBIDAS POR TELEFONE,
      *          VEJA ATDFILE.cpy). A ABERTURA DA UM PROTOCOLO (ANO +
      *          SEQUENCIA) QUE O OPERADOR INFORMA AO CLIENTE NA
      *          LIGACAO, GUARDA O CONTATO, O MOTIVO (ATDTAB, MANTIDA
      *          NO MANUTTAB), A PRIORIDADE E O OPERADOR, E CALCULA O
      *          SLA EM DIAS UTEIS PELO CALENDARIO DA CASA
      *          (DIAUTIL/CALTAB). O ANDAMENTO REGISTRA NOTAS, A
      *          PASSAGEM A EM ANDAMENTO E A MUDANCA DE PRIORIDADE; A
      *          TRANSFERENCIA TROCA O RESPONSAVEL; O ENCERRAMENTO
      *          CARIMBA A DISPOSICAO E SE O SLA FOI CUMPRIDO. TUDO
      *          FICA NO HISTORICO DO CHAMADO, E A ABERTURA E O
      *          ENCERRAMENTO DEIXAM UMA NOTA NA FICHA DO CONTATO
      *          (NOTAFILE) COM O PROTOCOLO. OS CHAMADOS NUNCA SAO
      *          APAGADOS; O ATDPRAZO LISTA TODO DIA OS VENCIDOS E OS
      *          PROXIMOS DO SLA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATDCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATDFILE ASSIGN TO DYNAMIC
               WS-ATDFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS ATD-PROTOCOLO
               FILE STATUS IS WS-FS-ATD.

               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ATDTAB ASSIGN TO DYNAMIC
               WS-ATDTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAB.

               SELECT OPERTAB ASSIGN TO DYNAMIC
               WS-OPERTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPR.

               SELECT NOTAFILE ASSIGN TO DYNAMIC
               WS-NOTAFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.

       DATA DIVISION.

       FILE SECTION.
       FD ATDFILE.
          COPY ATDFILE.

       FD CONTATOS.
          COPY FD_CONTATOS.

       FD ATDTAB.
          COPY ATDTAB.

       FD OPERTAB.
          COPY OPERTAB.

       FD NOTAFILE.
          COPY NOTAFILE.

       WORKING-STORAGE SECTION.
       77 WS-ATDFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ATDFILE.DAT'.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-ATDTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\ATDTAB.TXT'.
       77 WS-OPERTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\OPERTAB.TXT'.
       77 WS-NOTAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'.

       77 WS-FS-ATD                 PIC 99.
          88 FS-ATD-OK              VALUE 0.
          88 FS-ATD-NAO-EXISTE      VALUE 35.
       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-TAB                 PIC 99.
          88 FS-TAB-OK              VALUE 0.
       77 WS-FS-OPR                 PIC 99.
          88 FS-OPR-OK              VALUE 0.
       77 WS-FS-NOT                 PIC 99.
          88 FS-NOT-OK              VALUE 0.

      * NOTA NA FICHA DO CONTATO (VEJA GRAVNOTA.cpy).
       77 WS-NOTA-ID                PIC 9(05).
       77 WS-NOTA-TEXTO             PIC X(60).
       77 WS-NOTA-OPERADOR          PIC X(08).
       77 WS-NOTA-SEQ               PIC 9(04).
       77 WS-NOTA-EOF               PIC X.

       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
          88 PERFIL-SUPERVISOR      VALUE 'S'.

       01 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       01 WS-DATA-SIS-R REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO            PIC 9(04).
           03 WS-SIS-MMDD           PIC 9(04).
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

      * MOTIVOS DA ATDTAB, CARREGADOS NA ENTRADA. MOTIVO COM SLA
      * ILEGIVEL NA TABELA FICA COM O SLA PADRAO.
       77 WS-SLA-PADRAO             PIC 9(02) VALUE 5.
       77 WS-QTD-MOT                PIC 9(02) VALUE ZEROES.
       01 WS-TAB-MOTIVOS.
           03 WS-MOT OCCURS 99 TIMES INDEXED BY WS-MOT-IDX.
               05 WS-MOT-COD         PIC 9(02).
               05 WS-MOT-DESC        PIC X(20).
               05 WS-MOT-PRIORIDADE  PIC X(01).
               05 WS-MOT-SLA         PIC 9(02).
               05 WS-MOT-ATIVO       PIC X(01).
       77 WS-MOT-POS                PIC 9(02) VALUE ZEROES.
       77 WS-MOTIVO-DESC            PIC X(20) VALUE SPACES.

      * SLA EM DIAS UTEIS CONTADOS DO DIA SEGUINTE A ABERTURA (VEJA
      * P700).
       77 WS-PRAZO-DIAS             PIC 9(03) VALUE ZEROES.
       77 WS-PRAZO-INT              PIC 9(08) VALUE ZEROES.
       77 WS-PRAZO-DATA             PIC 9(08) VALUE ZEROES.
       77 WS-PRAZO-BASE             PIC 9(08) VALUE ZEROES.
       77 WS-UTEIS-CONTADOS         PIC 9(03) VALUE ZEROES.
       77 WS-AVANCOS                PIC 9(03) VALUE ZEROES.
       77 WS-DIA-UTIL               PIC X(01) VALUE SPACES.

       77 WS-OPCAO                  PIC 9(01) VALUE ZEROES.
       77 WS-ID-CONTATO             PIC 9(05) VALUE ZEROES.
       77 WS-MOTIVO                 PIC 9(02) VALUE ZEROES.
       77 WS-PRIORIDADE             PIC X(01) VALUE SPACES.
       77 WS-PRIO-ANTERIOR          PIC X(01) VALUE SPACES.
       77 WS-PROTOCOLO              PIC 9(10) VALUE ZEROES.
       77 WS-PROXIMA-SEQ            PIC 9(06) VALUE ZEROES.
       77 WS-DESCRICAO              PIC X(60) VALUE SPACES.
       77 WS-NOTA-ANDAMENTO         PIC X(40) VALUE SPACES.
       77 WS-NOVO-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-RESPOSTA               PIC X(01) VALUE SPACES.
       77 WS-NOME-CONTATO           PIC X(40) VALUE SPACES.
       77 WS-PRIO-DESC              PIC X(05) VALUE SPACES.
       77 WS-SITUACAO-DESC          PIC X(13) VALUE SPACES.
       77 WS-DISPOSICAO-DESC        PIC X(22) VALUE SPACES.
       77 WS-EVENTO-DESC            PIC X(13) VALUE SPACES.
       77 WS-MARCA-PRAZO            PIC X(08) VALUE SPACES.

      * EVENTO A CARIMBAR NO HISTORICO DO CHAMADO (VEJA P750).
       77 WS-HIS-EVENTO             PIC X(01) VALUE SPACES.
       77 WS-HIS-TEXTO              PIC X(40) VALUE SPACES.
       77 WS-HIX                    PIC 9(02) VALUE ZEROES.
       77 WS-HIX-PROX               PIC 9(02) VALUE ZEROES.

       77 WS-CONTATO-OK             PIC X VALUE 'N'.
          88 CONTATO-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-EXCLUIDO       PIC X VALUE 'N'.
          88 CONTATO-JA-EXCLUIDO    VALUE 'S' FALSE 'N'.
       77 WS-OPERTAB-LIDA           PIC X VALUE 'N'.
          88 OPERTAB-LIDA           VALUE 'S' FALSE 'N'.
       77 WS-OPER-ATIVO             PIC X VALUE 'N'.
          88 OPER-ATIVO             VALUE 'S' FALSE 'N'.
       77 WS-ATD-FIM                PIC X VALUE 'N'.
          88 ATD-FIM-OK             VALUE 'S' FALSE 'N'.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-LISTADOS               PIC 9(05) VALUE ZEROES.

       77 WS-SAIR                   PIC X VALUE 'N'.
          88 SAIR-OK                VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CHAMADOS DO ATENDIMENTO AO CLIENTE ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P110-GARANTIR-ARQUIVO THRU P110-FIM
           PERFORM P120-CARREGAR-MOTIVOS THRU P120-FIM
           SET SAIR-OK TO FALSE
           PERFORM P200-MENU THRU P200-FIM UNTIL SAIR-OK
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'ATDFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ATDFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ATDFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ATDFILE.DAT'
                   TO WS-ATDFILE-PATH
           END-IF

           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'ATDTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ATDTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ATDTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ATDTAB.TXT' TO WS-ATDTAB-PATH
           END-IF

           DISPLAY 'OPERTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-OPERTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\OPERTAB.TXT' TO WS-OPERTAB-PATH
           END-IF

           DISPLAY 'NOTAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-NOTAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'
                   TO WS-NOTAFILE-PATH
           END-IF

      * OPERADOR ASSINADO NO MENUCONT: ABRE E RESPONDE PELOS
      * CHAMADOS; O SUPERVISOR VE E TRANSFERE OS DE TODOS.
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR          FROM ENVIRONMENT-VALUE
           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR-PERFIL   FROM ENVIRONMENT-VALUE
           .
       P100-FIM.

       P110-GARANTIR-ARQUIVO.
           SET FS-ATD-OK TO TRUE
           OPEN I-O ATDFILE
           IF FS-ATD-NAO-EXISTE
               OPEN OUTPUT ATDFILE
               CLOSE ATDFILE
               OPEN I-O ATDFILE
           END-IF
           IF FS-ATD-OK
               CLOSE ATDFILE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAMADOS (FS='
                       WS-FS-ATD ').'
               SET SAIR-OK TO TRUE
           END-IF
           .
       P110-FIM.

       P120-CARREGAR-MOTIVOS.
           MOVE 0 TO WS-QTD-MOT
           SET EOF-OK TO FALSE
           SET FS-TAB-OK TO TRUE
           OPEN INPUT ATDTAB
           IF NOT FS-TAB-OK
               DISPLAY 'TABELA DE MOTIVOS DE ATENDIMENTO (ATDTAB) '
                       'INDISPONIVEL (FS=' WS-FS-TAB '). CADASTRE '
                       'OS MOTIVOS NO MANUTTAB.'
               GO TO P120-FIM
           END-IF
           PERFORM P125-LER-MOTIVO THRU P125-FIM
               UNTIL EOF-OK
           CLOSE ATDTAB
           .
       P120-FIM.

       P125-LER-MOTIVO.
           READ ATDTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P125-FIM
           END-READ
           IF ATDTAB-COD NOT NUMERIC OR ATDTAB-COD = 0
               GO TO P125-FIM
           END-IF
           IF WS-QTD-MOT NOT < 99
               DISPLAY 'ATENCAO: MAIS DE 99 MOTIVOS NA ATDTAB. '
                       'MOTIVO ' ATDTAB-COD ' IGNORADO.'
               GO TO P125-FIM
           END-IF
           ADD 1 TO WS-QTD-MOT
           MOVE ATDTAB-COD        TO WS-MOT-COD(WS-QTD-MOT)
           MOVE ATDTAB-DESC       TO WS-MOT-DESC(WS-QTD-MOT)
           MOVE ATDTAB-PRIORIDADE TO WS-MOT-PRIORIDADE(WS-QTD-MOT)
           IF NOT ATDTAB-PRIORIDADE-VALIDA
               MOVE 'M' TO WS-MOT-PRIORIDADE(WS-QTD-MOT)
           END-IF
           IF ATDTAB-SLA-DIAS NUMERIC AND ATDTAB-SLA-DIAS > 0
               MOVE ATDTAB-SLA-DIAS TO WS-MOT-SLA(WS-QTD-MOT)
           ELSE
               MOVE WS-SLA-PADRAO   TO WS-MOT-SLA(WS-QTD-MOT)
           END-IF
           IF ATDTAB-DESATIVADO
               MOVE 'N' TO WS-MOT-ATIVO(WS-QTD-MOT)
           ELSE
               MOVE 'S' TO WS-MOT-ATIVO(WS-QTD-MOT)
           END-IF
           .
       P125-FIM.

       P200-MENU.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY ' '
           DISPLAY '1 - ABRIR CHAMADO'
           DISPLAY '2 - LISTAR CHAMADOS EM ABERTO'
           DISPLAY '3 - REGISTRAR ANDAMENTO'
           DISPLAY '4 - TRANSFERIR CHAMADO PARA OUTRO OPERADOR'
           DISPLAY '5 - ENCERRAR CHAMADO'
           DISPLAY '6 - CONSULTAR PROTOCOLO'
           DISPLAY '7 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P300-ABRIR THRU P300-FIM
               WHEN 2
                   PERFORM P400-LISTAR THRU P400-FIM
               WHEN 3
                   PERFORM P500-ANDAMENTO THRU P500-FIM
               WHEN 4
                   PERFORM P600-TRANSFERIR THRU P600-FIM
               WHEN 5
                   PERFORM P650-ENCERRAR THRU P650-FIM
               WHEN 6
                   PERFORM P680-CONSULTAR THRU P680-FIM
               WHEN 7
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .
       P200-FIM.

       P300-ABRIR.
           IF WS-QTD-MOT = 0
               DISPLAY 'NENHUM MOTIVO DE ATENDIMENTO CADASTRADO. '
                       'CADASTRE OS MOTIVOS NA ATDTAB PELO MANUTTAB.'
               GO TO P300-FIM
           END-IF

           DISPLAY 'INFORME O ID DO CONTATO: '
           ACCEPT WS-ID-CONTATO
           PERFORM P350-CONFERE-CONTATO THRU P350-FIM
           IF NOT CONTATO-OK
               DISPLAY 'CONTATO NAO ENCONTRADO.'
               GO TO P300-FIM
           END-IF
           DISPLAY 'CLIENTE: ' FUNCTION TRIM(WS-NOME-CONTATO)
           IF CONTATO-JA-EXCLUIDO
               DISPLAY 'ATENCAO: CONTATO EXCLUIDO DO CADASTRO.'
           END-IF

           DISPLAY 'MOTIVOS DE ATENDIMENTO:'
           SET WS-MOT-IDX TO 1
           PERFORM P310-LISTAR-MOTIVO THRU P310-FIM
               UNTIL WS-MOT-IDX > WS-QTD-MOT
           DISPLAY 'INFORME O MOTIVO: '
           MOVE 0 TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           PERFORM P320-LOCALIZAR-MOTIVO THRU P320-FIM
           IF WS-MOT-POS = 0
               DISPLAY 'MOTIVO NAO CADASTRADO.'
               GO TO P300-FIM
           END-IF
           IF WS-MOT-ATIVO(WS-MOT-POS) = 'N'
               DISPLAY 'MOTIVO DESATIVADO NA ATDTAB.'
               GO TO P300-FIM
           END-IF

           DISPLAY 'PRIORIDADE (A=ALTA, M=MEDIA, B=BAIXA, ENTER = '
                   WS-MOT-PRIORIDADE(WS-MOT-POS) '): '
           MOVE SPACES TO WS-PRIORIDADE
           ACCEPT WS-PRIORIDADE
           IF WS-PRIORIDADE = SPACES
               MOVE WS-MOT-PRIORIDADE(WS-MOT-POS) TO WS-PRIORIDADE
           END-IF
           IF WS-PRIORIDADE NOT = 'A' AND WS-PRIORIDADE NOT = 'M'
                   AND WS-PRIORIDADE NOT = 'B'
               DISPLAY 'PRIORIDADE INVALIDA.'
               GO TO P300-FIM
           END-IF

           DISPLAY 'DESCRICAO DA RECLAMACAO OU SOLICITACAO: '
           MOVE SPACES TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO = SPACES
               DISPLAY 'A ABERTURA EXIGE A DESCRICAO.'
               GO TO P300-FIM
           END-IF

           MOVE WS-DATA-SISTEMA TO WS-PRAZO-BASE
           PERFORM P690-DIAS-SLA THRU P690-FIM
           PERFORM P700-CALCULAR-PRAZO THRU P700-FIM
           ACCEPT WS-HORA-SISTEMA FROM TIME

           SET FS-ATD-OK TO TRUE
           OPEN I-O ATDFILE
           IF NOT FS-ATD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAMADOS (FS='
                       WS-FS-ATD ').'
               GO TO P300-FIM
           END-IF
           PERFORM P720-PROXIMO-PROTOCOLO THRU P720-FIM

           MOVE SPACES           TO REG-ATDFILE
           MOVE WS-SIS-ANO       TO ATD-ANO
           MOVE WS-PROXIMA-SEQ   TO ATD-SEQUENCIA
           MOVE WS-ID-CONTATO    TO ATD-ID-CONTATO
           MOVE WS-MOTIVO        TO ATD-MOTIVO
           MOVE WS-PRIORIDADE    TO ATD-PRIORIDADE
           MOVE WS-OPERADOR      TO ATD-OPERADOR-ABERT
           MOVE WS-DATA-SISTEMA  TO ATD-DT-ABERTURA
           MOVE WS-HORA-SISTEMA  TO ATD-HR-ABERTURA
           MOVE WS-PRAZO-DIAS    TO ATD-SLA-DIAS
           MOVE WS-PRAZO-DATA    TO ATD-DT-SLA
           MOVE WS-OPERADOR      TO ATD-RESPONSAVEL
           MOVE 'A'              TO ATD-SITUACAO
           MOVE WS-DESCRICAO     TO ATD-DESCRICAO
           MOVE 0                TO ATD-DT-ENCERRAMENTO
           MOVE 0                TO ATD-QTD-HIST
           MOVE 'A'              TO WS-HIS-EVENTO
           MOVE SPACES           TO WS-HIS-TEXTO
           STRING 'ABERTURA - '              DELIMITED BY SIZE
                  WS-MOT-DESC(WS-MOT-POS)    DELIMITED BY SIZE
                  INTO WS-HIS-TEXTO
           END-STRING
           PERFORM P750-REGISTRAR-EVENTO THRU P750-FIM
           WRITE REG-ATDFILE
               INVALID KEY
                   DISPLAY 'PROTOCOLO JA GRAVADO (FS=' WS-FS-ATD
                       '). TENTE DE NOVO.'
                   CLOSE ATDFILE
                   GO TO P300-FIM
           END-WRITE
           CLOSE ATDFILE

           MOVE SPACES TO WS-NOTA-TEXTO
           STRING 'CHAMADO '                 DELIMITED BY SIZE
                  ATD-PROTOCOLO              DELIMITED BY SIZE
                  ' ABERTO - '               DELIMITED BY SIZE
                  WS-MOT-DESC(WS-MOT-POS)    DELIMITED BY SIZE
                  INTO WS-NOTA-TEXTO
           END-STRING
           PERFORM P780-NOTA-CONTATO THRU P780-FIM

           DISPLAY 'CHAMADO ABERTO. INFORME AO CLIENTE O PROTOCOLO '
                   ATD-PROTOCOLO
           DISPLAY 'PRAZO (SLA): ' ATD-DT-SLA ' (' ATD-SLA-DIAS
                   ' DIAS UTEIS)'
           .
       P300-FIM.

       P310-LISTAR-MOTIVO.
           IF WS-MOT-ATIVO(WS-MOT-IDX) NOT = 'N'
               DISPLAY '  ' WS-MOT-COD(WS-MOT-IDX) ' '
                       WS-MOT-DESC(WS-MOT-IDX) ' PRIORIDADE '
                       WS-MOT-PRIORIDADE(WS-MOT-IDX) ' SLA '
                       WS-MOT-SLA(WS-MOT-IDX) ' DIAS UTEIS'
           END-IF
           SET WS-MOT-IDX UP BY 1
           .
       P310-FIM.

      * WS-MOT-POS = 0 QUANDO O MOTIVO NAO ESTA NA ATDTAB.
       P320-LOCALIZAR-MOTIVO.
           MOVE 0 TO WS-MOT-POS
           MOVE SPACES TO WS-MOTIVO-DESC
           SET WS-MOT-IDX TO 1
           SEARCH WS-MOT
               AT END
                   CONTINUE
               WHEN WS-MOT-IDX > WS-QTD-MOT
                   CONTINUE
               WHEN WS-MOT-COD(WS-MOT-IDX) = WS-MOTIVO
                   SET WS-MOT-POS TO WS-MOT-IDX
                   MOVE WS-MOT-DESC(WS-MOT-IDX) TO WS-MOTIVO-DESC
           END-SEARCH
           IF WS-MOT-POS = 0
               MOVE '(FORA DA ATDTAB)' TO WS-MOTIVO-DESC
           END-IF
           .
       P320-FIM.

      * O CHAMADO PODE SER DE UM CONTATO JA EXCLUIDO (EX-CLIENTE QUE
      * RECLAMA): BASTA EXISTIR NO MESTRE.
       P350-CONFERE-CONTATO.
           SET CONTATO-OK TO FALSE
           SET CONTATO-JA-EXCLUIDO TO FALSE
           MOVE SPACES TO WS-NOME-CONTATO
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P350-FIM
           END-IF
           MOVE WS-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTATO-OK TO TRUE
                   MOVE NM-CONTATO TO WS-NOME-CONTATO
                   IF CONTATO-EXCLUIDO
                       SET CONTATO-JA-EXCLUIDO TO TRUE
                   END-IF
           END-READ
           CLOSE CONTATOS
           .
       P350-FIM.

      * LISTA OS CHAMADOS PENDENTES, COM O SLA E A MARCA DE VENCIDO.
      * O OPERADOR VE OS SEUS; O SUPERVISOR VE OS DE TODOS.
       P400-LISTAR.
           SET FS-ATD-OK TO TRUE
           OPEN INPUT ATDFILE
           IF NOT FS-ATD-OK
               DISPLAY 'ARQUIVO DE CHAMADOS INDISPONIVEL (FS='
                       WS-FS-ATD ').'
               GO TO P400-FIM
           END-IF

           SET ATD-FIM-OK TO FALSE
           MOVE 0 TO WS-LISTADOS
           MOVE LOW-VALUES TO ATD-PROTOCOLO
           START ATDFILE KEY IS NOT LESS THAN ATD-PROTOCOLO
               INVALID KEY
                   SET ATD-FIM-OK TO TRUE
           END-START
           PERFORM P410-LISTAR-UM THRU P410-FIM
               UNTIL ATD-FIM-OK
           CLOSE ATDFILE

           IF WS-LISTADOS = 0
               DISPLAY 'NENHUM CHAMADO EM ABERTO.'
           END-IF
           .
       P400-FIM.

       P410-LISTAR-UM.
           READ ATDFILE NEXT RECORD
               AT END
                   SET ATD-FIM-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF NOT ATD-PENDENTE
               GO TO P410-FIM
           END-IF
           IF NOT PERFIL-SUPERVISOR
                   AND ATD-RESPONSAVEL NOT = WS-OPERADOR
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-LISTADOS
           PERFORM P800-DESCREVER THRU P800-FIM
           DISPLAY ATD-PROTOCOLO ' ' ATD-MOTIVO ' ' WS-MOTIVO-DESC
                   ' ' WS-PRIO-DESC ' CONTATO ' ATD-ID-CONTATO
                   ' ABERTO ' ATD-DT-ABERTURA ' SLA ' ATD-DT-SLA
                   ' ' ATD-RESPONSAVEL ' ' WS-SITUACAO-DESC ' '
                   WS-MARCA-PRAZO
           .
       P410-FIM.

      * ANDAMENTO: NOTA OBRIGATORIA, PASSAGEM A EM ANDAMENTO E
      * MUDANCA DE PRIORIDADE (QUE RECALCULA O SLA A PARTIR DA
      * ABERTURA).
       P500-ANDAMENTO.
           PERFORM P550-LER-PENDENTE THRU P550-FIM
           IF NOT FS-ATD-OK
               GO TO P500-FIM
           END-IF

           DISPLAY 'NOTA DO ANDAMENTO: '
           MOVE SPACES TO WS-NOTA-ANDAMENTO
           ACCEPT WS-NOTA-ANDAMENTO
           IF WS-NOTA-ANDAMENTO = SPACES
               DISPLAY 'O ANDAMENTO EXIGE A NOTA.'
               CLOSE ATDFILE
               GO TO P500-FIM
           END-IF
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'N'               TO WS-HIS-EVENTO
           MOVE WS-NOTA-ANDAMENTO TO WS-HIS-TEXTO
           PERFORM P750-REGISTRAR-EVENTO THRU P750-FIM

           IF ATD-ABERTO
               DISPLAY 'PASSAR O CHAMADO PARA EM ANDAMENTO (S/N)? '
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S'
                   MOVE 'E' TO ATD-SITUACAO
                   MOVE 'E' TO WS-HIS-EVENTO
                   MOVE 'EM ANDAMENTO' TO WS-HIS-TEXTO
                   PERFORM P750-REGISTRAR-EVENTO THRU P750-FIM
               END-IF
           END-IF

           DISPLAY 'NOVA PRIORIDADE (A=ALTA, M=MEDIA, B=BAIXA, '
                   'ENTER = MANTER ' ATD-PRIORIDADE '): '
           MOVE SPACES TO WS-PRIORIDADE
           ACCEPT WS-PRIORIDADE
           IF WS-PRIORIDADE NOT = SPACES
                   AND WS-PRIORIDADE NOT = ATD-PRIORIDADE
               IF WS-PRIORIDADE NOT = 'A' AND WS-PRIORIDADE NOT = 'M'
                       AND WS-PRIORIDADE NOT = 'B'
                   DISPLAY 'PRIORIDADE INVALIDA: MANTIDA '
                           ATD-PRIORIDADE '.'
               ELSE
                   PERFORM P560-MUDAR-PRIORIDADE THRU P560-FIM
               END-IF
           END-IF

           REWRITE REG-ATDFILE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ANDAMENTO (FS=' WS-FS-ATD
                       ').'
                   CLOSE ATDFILE
                   GO TO P500-FIM
           END-REWRITE
           CLOSE ATDFILE
           DISPLAY 'ANDAMENTO REGISTRADO NO CHAMADO ' ATD-PROTOCOLO '.'
           .
       P500-FIM.

      * PEDE O PROTOCOLO E DEIXA O CHAMADO LIDO COM O ARQUIVO ABERTO
      * EM I-O. CHAMADO INEXISTENTE OU JA ENCERRADO SAI COM O
      * ARQUIVO FECHADO E WS-FS-ATD DIFERENTE DE ZERO.
       P550-LER-PENDENTE.
           DISPLAY 'INFORME O PROTOCOLO: '
           MOVE 0 TO WS-PROTOCOLO
           ACCEPT WS-PROTOCOLO

           SET FS-ATD-OK TO TRUE
           OPEN I-O ATDFILE
           IF NOT FS-ATD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAMADOS (FS='
                       WS-FS-ATD ').'
               GO TO P550-FIM
           END-IF
           MOVE WS-PROTOCOLO TO ATD-PROTOCOLO
           READ ATDFILE KEY IS ATD-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                   CLOSE ATDFILE
                   MOVE 23 TO WS-FS-ATD
                   GO TO P550-FIM
           END-READ
           IF NOT ATD-PENDENTE
               DISPLAY 'CHAMADO JA ENCERRADO EM ' ATD-DT-ENCERRAMENTO
                       '.'
               CLOSE ATDFILE
               MOVE 23 TO WS-FS-ATD
               GO TO P550-FIM
           END-IF
           PERFORM P800-DESCREVER THRU P800-FIM
           DISPLAY 'CHAMADO ' ATD-PROTOCOLO ' - ' WS-MOTIVO-DESC
                   ' - CONTATO ' ATD-ID-CONTATO
           DISPLAY 'PRIORIDADE ' WS-PRIO-DESC ', SLA ' ATD-DT-SLA ' '
                   WS-MARCA-PRAZO ', ' WS-SITUACAO-DESC
                   ' COM ' ATD-RESPONSAVEL
           .
       P550-FIM.

      * MOTIVO QUE SAIU DA ATDTAB MANTEM O SLA JA CALCULADO.
       P560-MUDAR-PRIORIDADE.
           MOVE ATD-PRIORIDADE TO WS-PRIO-ANTERIOR
           MOVE WS-PRIORIDADE  TO ATD-PRIORIDADE
           MOVE ATD-MOTIVO     TO WS-MOTIVO
           PERFORM P320-LOCALIZAR-MOTIVO THRU P320-FIM
           IF WS-MOT-POS > 0
               MOVE ATD-DT-ABERTURA TO WS-PRAZO-BASE
               PERFORM P690-DIAS-SLA THRU P690-FIM
               PERFORM P700-CALCULAR-PRAZO THRU P700-FIM
               MOVE WS-PRAZO-DIAS TO ATD-SLA-DIAS
               MOVE WS-PRAZO-DATA TO ATD-DT-SLA
           END-IF
           MOVE SPACES TO WS-HIS-TEXTO
           STRING 'PRIORIDADE '     DELIMITED BY SIZE
                  WS-PRIO-ANTERIOR  DELIMITED BY SIZE
                  ' PARA '          DELIMITED BY SIZE
                  WS-PRIORIDADE     DELIMITED BY SIZE
                  ', SLA '          DELIMITED BY SIZE
                  ATD-DT-SLA        DELIMITED BY SIZE
                  INTO WS-HIS-TEXTO
           END-STRING
           MOVE 'P' TO WS-HIS-EVENTO
           PERFORM P750-REGISTRAR-EVENTO THRU P750-FIM
           DISPLAY 'PRIORIDADE ALTERADA. NOVO SLA: ' ATD-DT-SLA
           .
       P560-FIM.

       P600-TRANSFERIR.
           PERFORM P550-LER-PENDENTE THRU P550-FIM
           IF NOT FS-ATD-OK
               GO TO P600-FIM
           END-IF
           IF NOT PERFIL-SUPERVISOR
                   AND ATD-RESPONSAVEL NOT = WS-OPERADOR
               DISPLAY 'SO O OPERADOR RESPONSAVEL OU O SUPERVISOR '
                       'TRANSFERE O CHAMADO.'
               CLOSE ATDFILE
               GO TO P600-FIM
           END-IF

           DISPLAY 'CODIGO DO NOVO OPERADOR: '
           MOVE SPACES TO WS-NOVO-OPERADOR
           ACCEPT WS-NOVO-OPERADOR
           IF WS-NOVO-OPERADOR = SPACES
                   OR WS-NOVO-OPERADOR = ATD-RESPONSAVEL
               DISPLAY 'OPERADOR NAO INFORMADO OU JA RESPONSAVEL.'
               CLOSE ATDFILE
               GO TO P600-FIM
           END-IF
           PERFORM P620-CONFERE-OPERADOR THRU P620-FIM
           IF OPERTAB-LIDA AND NOT OPER-ATIVO
               DISPLAY 'OPERADOR ' WS-NOVO-OPERADOR ' NAO CADASTRADO '
                       'OU DESATIVADO NA OPERTAB.'
               CLOSE ATDFILE
               GO TO P600-FIM
           END-IF

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WS-HIS-TEXTO
           STRING 'DE '             DELIMITED BY SIZE
                  ATD-RESPONSAVEL   DELIMITED BY SIZE
                  ' PARA '          DELIMITED BY SIZE
                  WS-NOVO-OPERADOR  DELIMITED BY SIZE
                  INTO WS-HIS-TEXTO
           END-STRING
           MOVE 'T' TO WS-HIS-EVENTO
           PERFORM P750-REGISTRAR-EVENTO THRU P750-FIM
           MOVE WS-NOVO-OPERADOR TO ATD-RESPONSAVEL
           REWRITE REG-ATDFILE
               INVALID KEY
                   DISPLAY 'ERRO AO TRANSFERIR O CHAMADO (FS='
                       WS-FS-ATD ').'
                   CLOSE ATDFILE
                   GO TO P600-FIM
           END-REWRITE
           CLOSE ATDFILE
           DISPLAY 'CHAMADO ' ATD-PROTOCOLO ' TRANSFERIDO PARA '
                   ATD-RESPONSAVEL '.'
           .
       P600-FIM.

      * SEM A OPERTAB A TRANSFERENCIA SEGUE SEM CONFERENCIA, COMO NO
      * LGPDCONT.
       P620-CONFERE-OPERADOR.
           SET OPERTAB-LIDA TO FALSE
           SET OPER-ATIVO TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OPR-OK TO TRUE
           OPEN INPUT OPERTAB
           IF NOT FS-OPR-OK
               GO TO P620-FIM
           END-IF
           SET OPERTAB-LIDA TO TRUE
           PERFORM P625-LER-OPERADOR THRU P625-FIM
               UNTIL EOF-OK OR OPER-ATIVO
           CLOSE OPERTAB
           .
       P620-FIM.

       P625-LER-OPERADOR.
           READ OPERTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P625-FIM
           END-READ
           IF OPERTAB-COD = WS-NOVO-OPERADOR
                   AND NOT OPERTAB-DESATIVADO
               SET OPER-ATIVO TO TRUE
           END-IF
           .
       P625-FIM.

      * ENCERRAMENTO COM A DISPOSICAO; O IMPROCEDENTE EXIGE A
      * JUSTIFICATIVA.
       P650-ENCERRAR.
           PERFORM P550-LER-PENDENTE THRU P550-FIM
           IF NOT FS-ATD-OK
               GO TO P650-FIM
           END-IF

           DISPLAY 'DISPOSICAO (R=RESOLVIDO, I=IMPROCEDENTE, '
                   'C=CANCELADO PELO CLIENTE, S=SEM RETORNO DO '
                   'CLIENTE): '
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA TO ATD-DISPOSICAO
           IF NOT ATD-DISPOSICAO-VALIDA
               DISPLAY 'DISPOSICAO INVALIDA. CHAMADO CONTINUA EM '
                       'ABERTO.'
               CLOSE ATDFILE
               GO TO P650-FIM
           END-IF
           DISPLAY 'OBSERVACAO DO ENCERRAMENTO: '
           MOVE SPACES TO WS-NOTA-ANDAMENTO
           ACCEPT WS-NOTA-ANDAMENTO
           IF ATD-IMPROCEDENTE AND WS-NOTA-ANDAMENTO = SPACES
               DISPLAY 'O IMPROCEDENTE EXIGE JUSTIFICATIVA. CHAMADO '
                       'CONTINUA EM ABERTO.'
               CLOSE ATDFILE
               GO TO P650-FIM
           END-IF

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'F'               TO ATD-SITUACAO
           MOVE WS-DATA-SISTEMA   TO ATD-DT-ENCERRAMENTO
           MOVE WS-OPERADOR       TO ATD-OPERADOR-ENCERR
           MOVE WS-NOTA-ANDAMENTO TO ATD-OBS-ENCERRAMENTO
           IF ATD-DT-ENCERRAMENTO > ATD-DT-SLA
               MOVE 'N' TO ATD-NO-PRAZO
           ELSE
               MOVE 'S' TO ATD-NO-PRAZO
           END-IF
           PERFORM P800-DESCREVER THRU P800-FIM
           MOVE 'F'                TO WS-HIS-EVENTO
           MOVE WS-DISPOSICAO-DESC TO WS-HIS-TEXTO
           PERFORM P750-REGISTRAR-EVENTO THRU P750-FIM
           REWRITE REG-ATDFILE
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR O CHAMADO (FS='
                       WS-FS-ATD ').'
                   CLOSE ATDFILE
                   GO TO P650-FIM
           END-REWRITE
           CLOSE ATDFILE

           MOVE ATD-ID-CONTATO TO WS-ID-CONTATO
           MOVE SPACES TO WS-NOTA-TEXTO
           STRING 'CHAMADO '                 DELIMITED BY SIZE
                  ATD-PROTOCOLO              DELIMITED BY SIZE
                  ' ENCERRADO - '            DELIMITED BY SIZE
                  WS-DISPOSICAO-DESC         DELIMITED BY SIZE
                  INTO WS-NOTA-TEXTO
           END-STRING
           PERFORM P780-NOTA-CONTATO THRU P780-FIM

           IF ATD-DENTRO-DO-PRAZO
               DISPLAY 'CHAMADO ' ATD-PROTOCOLO ' ENCERRADO DENTRO '
                       'DO SLA.'
           ELSE
               DISPLAY 'CHAMADO ' ATD-PROTOCOLO ' ENCERRADO FORA DO '
                       'SLA (' ATD-DT-SLA ').'
           END-IF
           .
       P650-FIM.

       P680-CONSULTAR.
           DISPLAY 'INFORME O PROTOCOLO: '
           MOVE 0 TO WS-PROTOCOLO
           ACCEPT WS-PROTOCOLO

           SET FS-ATD-OK TO TRUE
           OPEN INPUT ATDFILE
           IF NOT FS-ATD-OK
               DISPLAY 'ARQUIVO DE CHAMADOS INDISPONIVEL (FS='
                       WS-FS-ATD ').'
               GO TO P680-FIM
           END-IF
           MOVE WS-PROTOCOLO TO ATD-PROTOCOLO
           READ ATDFILE KEY IS ATD-PROTOCOLO
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                   CLOSE ATDFILE
                   GO TO P680-FIM
           END-READ
           CLOSE ATDFILE

           PERFORM P800-DESCREVER THRU P800-FIM
           DISPLAY 'PROTOCOLO......: ' ATD-PROTOCOLO
           DISPLAY 'MOTIVO.........: ' ATD-MOTIVO ' ' WS-MOTIVO-DESC
           DISPLAY 'CONTATO........: ' ATD-ID-CONTATO
           DISPLAY 'PRIORIDADE.....: ' WS-PRIO-DESC
           DISPLAY 'ABERTO EM......: ' ATD-DT-ABERTURA ' POR '
                   ATD-OPERADOR-ABERT
           DISPLAY 'SLA............: ' ATD-DT-SLA ' (' ATD-SLA-DIAS
                   ' DIAS UTEIS) ' WS-MARCA-PRAZO
           DISPLAY 'RESPONSAVEL....: ' ATD-RESPONSAVEL
           DISPLAY 'SITUACAO.......: ' WS-SITUACAO-DESC
           DISPLAY 'DESCRICAO......: ' ATD-DESCRICAO
           IF ATD-ENCERRADO
               DISPLAY 'ENCERRADO EM...: ' ATD-DT-ENCERRAMENTO
                       ' POR ' ATD-OPERADOR-ENCERR
               DISPLAY 'DISPOSICAO.....: ' WS-DISPOSICAO-DESC
               DISPLAY 'NO SLA.........: ' ATD-NO-PRAZO
               DISPLAY 'OBSERVACAO.....: ' ATD-OBS-ENCERRAMENTO
           END-IF
           DISPLAY 'HISTORICO:'
           MOVE 1 TO WS-HIX
           PERFORM P685-LINHA-HISTORICO THRU P685-FIM
               UNTIL WS-HIX > ATD-QTD-HIST
           .
       P680-FIM.

       P685-LINHA-HISTORICO.
           EVALUATE ATD-HIS-EVENTO(WS-HIX)
               WHEN 'A'
                   MOVE 'ABERTURA'     TO WS-EVENTO-DESC
               WHEN 'N'
                   MOVE 'NOTA'         TO WS-EVENTO-DESC
               WHEN 'E'
                   MOVE 'SITUACAO'     TO WS-EVENTO-DESC
               WHEN 'P'
                   MOVE 'PRIORIDADE'   TO WS-EVENTO-DESC
               WHEN 'T'
                   MOVE 'TRANSFERENCIA' TO WS-EVENTO-DESC
               WHEN 'F'
                   MOVE 'ENCERRAMENTO' TO WS-EVENTO-DESC
               WHEN OTHER
                   MOVE ATD-HIS-EVENTO(WS-HIX) TO WS-EVENTO-DESC
           END-EVALUATE
           DISPLAY '  ' ATD-HIS-DATA(WS-HIX) ' '
                   ATD-HIS-HORA(WS-HIX)(1:4) ' '
                   ATD-HIS-OPERADOR(WS-HIX) ' ' WS-EVENTO-DESC ' '
                   ATD-HIS-TEXTO(WS-HIX)
           ADD 1 TO WS-HIX
           .
       P685-FIM.

      * DIAS DE SLA DO MOTIVO EM WS-MOT-POS; PRIORIDADE ALTA FICA COM
      * A METADE, ARREDONDADA PARA CIMA.
       P690-DIAS-SLA.
           MOVE WS-MOT-SLA(WS-MOT-POS) TO WS-PRAZO-DIAS
           IF WS-PRIORIDADE = 'A'
               COMPUTE WS-PRAZO-DIAS = (WS-PRAZO-DIAS + 1) / 2
           END-IF
           IF WS-PRAZO-DIAS = 0
               MOVE 1 TO WS-PRAZO-DIAS
           END-IF
           .
       P690-FIM.

      * SLA: AVANCA DIA A DIA A PARTIR DE WS-PRAZO-BASE (COMO O P700
      * DO LGPDCONT) ATE CONTAR WS-PRAZO-DIAS DIAS UTEIS.
       P700-CALCULAR-PRAZO.
           MOVE FUNCTION INTEGER-OF-DATE(WS-PRAZO-BASE)
               TO WS-PRAZO-INT
           MOVE WS-PRAZO-BASE TO WS-PRAZO-DATA
           MOVE 0 TO WS-UTEIS-CONTADOS
           MOVE 0 TO WS-AVANCOS
           PERFORM P710-PROXIMO-DIA THRU P710-FIM
               UNTIL WS-UTEIS-CONTADOS NOT < WS-PRAZO-DIAS
                  OR WS-AVANCOS > 366
           .
       P700-FIM.

       P710-PROXIMO-DIA.
           ADD 1 TO WS-PRAZO-INT
           ADD 1 TO WS-AVANCOS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PRAZO-INT)
               TO WS-PRAZO-DATA
           CALL 'DIAUTIL' USING WS-PRAZO-DATA WS-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
               ADD 1 TO WS-UTEIS-CONTADOS
           END-IF
           .
       P710-FIM.

      * PROXIMA SEQUENCIA DO ANO CORRENTE: A MAIOR JA GRAVADA + 1.
       P720-PROXIMO-PROTOCOLO.
           MOVE 0 TO WS-PROXIMA-SEQ
           SET ATD-FIM-OK TO FALSE
           MOVE WS-SIS-ANO TO ATD-ANO
           MOVE 0          TO ATD-SEQUENCIA
           START ATDFILE KEY IS NOT LESS THAN ATD-PROTOCOLO
               INVALID KEY
                   SET ATD-FIM-OK TO TRUE
           END-START
           PERFORM P730-LER-ANO THRU P730-FIM
               UNTIL ATD-FIM-OK
           ADD 1 TO WS-PROXIMA-SEQ
           .
       P720-FIM.

       P730-LER-ANO.
           READ ATDFILE NEXT RECORD
               AT END
                   SET ATD-FIM-OK TO TRUE
                   GO TO P730-FIM
           END-READ
           IF ATD-ANO NOT = WS-SIS-ANO
               SET ATD-FIM-OK TO TRUE
               GO TO P730-FIM
           END-IF
           MOVE ATD-SEQUENCIA TO WS-PROXIMA-SEQ
           .
       P730-FIM.

      * CARIMBA WS-HIS-EVENTO/WS-HIS-TEXTO NO HISTORICO DO CHAMADO.
      * CHEIO, GUARDA A ABERTURA E DESCARTA O EVENTO MAIS ANTIGO
      * DEPOIS DELA.
       P750-REGISTRAR-EVENTO.
           IF ATD-QTD-HIST NOT NUMERIC
               MOVE 0 TO ATD-QTD-HIST
           END-IF
           IF ATD-QTD-HIST < 12
               ADD 1 TO ATD-QTD-HIST
           ELSE
               MOVE 2 TO WS-HIX
               PERFORM P760-DESLOCAR-EVENTO THRU P760-FIM
                   UNTIL WS-HIX > 11
           END-IF
           MOVE WS-DATA-SISTEMA TO ATD-HIS-DATA(ATD-QTD-HIST)
           MOVE WS-HORA-SISTEMA TO ATD-HIS-HORA(ATD-QTD-HIST)
           MOVE WS-HIS-EVENTO   TO ATD-HIS-EVENTO(ATD-QTD-HIST)
           MOVE WS-OPERADOR     TO ATD-HIS-OPERADOR(ATD-QTD-HIST)
           MOVE WS-HIS-TEXTO    TO ATD-HIS-TEXTO(ATD-QTD-HIST)
           .
       P750-FIM.

       P760-DESLOCAR-EVENTO.
           COMPUTE WS-HIX-PROX = WS-HIX + 1
           MOVE ATD-HISTORICO(WS-HIX-PROX) TO ATD-HISTORICO(WS-HIX)
           ADD 1 TO WS-HIX
           .
       P760-FIM.

      * NOTA NA FICHA DO CONTATO COM O PROTOCOLO, PARA QUEM CONSULTA
      * O CONTATO NO CONSCONT.
       P780-NOTA-CONTATO.
           MOVE WS-ID-CONTATO TO WS-NOTA-ID
           MOVE WS-OPERADOR   TO WS-NOTA-OPERADOR
           COPY GRAVNOTA.
           .
       P780-FIM.

       P800-DESCREVER.
           MOVE ATD-MOTIVO TO WS-MOTIVO
           PERFORM P320-LOCALIZAR-MOTIVO THRU P320-FIM
           EVALUATE TRUE
               WHEN ATD-PRIO-ALTA
                   MOVE 'ALTA'          TO WS-PRIO-DESC
               WHEN ATD-PRIO-MEDIA
                   MOVE 'MEDIA'         TO WS-PRIO-DESC
               WHEN ATD-PRIO-BAIXA
                   MOVE 'BAIXA'         TO WS-PRIO-DESC
               WHEN OTHER
                   MOVE ATD-PRIORIDADE  TO WS-PRIO-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN ATD-ABERTO
                   MOVE 'ABERTO'        TO WS-SITUACAO-DESC
               WHEN ATD-EM-ANDAMENTO
                   MOVE 'EM ANDAMENTO'  TO WS-SITUACAO-DESC
               WHEN ATD-ENCERRADO
                   MOVE 'ENCERRADO'     TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE ATD-SITUACAO    TO WS-SITUACAO-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN ATD-RESOLVIDO
                   MOVE 'RESOLVIDO'            TO WS-DISPOSICAO-DESC
               WHEN ATD-IMPROCEDENTE
                   MOVE 'IMPROCEDENTE'         TO WS-DISPOSICAO-DESC
               WHEN ATD-CANCELADO
                   MOVE 'CANCELADO PELO CLIENTE'
                                               TO WS-DISPOSICAO-DESC
               WHEN ATD-SEM-RETORNO
                   MOVE 'SEM RETORNO DO CLIENTE'
                                               TO WS-DISPOSICAO-DESC
               WHEN OTHER
                   MOVE SPACES                 TO WS-DISPOSICAO-DESC
           END-EVALUATE
           MOVE SPACES TO WS-MARCA-PRAZO
           IF ATD-PENDENTE AND ATD-DT-SLA < WS-DATA-SISTEMA
               MOVE 'VENCIDO' TO WS-MARCA-PRAZO
           END-IF
           .
       P800-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM ATDCONT.
