      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: TRANSFERENCIA DE UM CONTATO ENTRE AS EMPRESAS DA
      *          CASA, EXCLUSIVA DO SUPERVISOR: TROCA O CD-EMPRESA DO
      *          CONTATO EXISTENTE SEM EXCLUIR NEM RECADASTRAR, DE
      *          MODO QUE O ID E TUDO O QUE ESTA PENDURADO NELE
      *          (TELEFONES, NOTAS, FOLLOW-UPS E RELACIONAMENTOS)
      *          SEGUEM COM O CONTATO. A EMPRESA DE DESTINO TEM DE
      *          ESTAR ATIVA NA EMPTAB. A TROCA VAI PARA O JORNAL COM
      *          O CODIGO PROPRIO 'TRANSFEMP' E DEIXA UMA NOTA NA
      *          FICHA DO CONTATO. O FATCONT SO PASSA A CONTAR O
      *          CONTATO PARA A EMPRESA NOVA NA COMPETENCIA SEGUINTE
      *          A DA TRANSFERENCIA; O TRANSREL LISTA AS
      *          TRANSFERENCIAS DO MES NOS DOIS SENTIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO DYNAMIC
               WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS WS-FS2.

               SELECT EMPTAB ASSIGN TO DYNAMIC
               WS-EMPTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TEL-CHAVE
               FILE STATUS IS WS-FS-TEL.

               SELECT RELAFILE ASSIGN TO DYNAMIC
               WS-RELAFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS REL-CHAVE
               FILE STATUS IS WS-FS-REL.

               SELECT FUPFILE ASSIGN TO DYNAMIC
               WS-FUPFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUP.

               SELECT NOTAFILE ASSIGN TO DYNAMIC
               WS-NOTAFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.

               SELECT JOURNAL ASSIGN TO DYNAMIC
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOR.
               SELECT JORSEQ ASSIGN TO DYNAMIC
               WS-JORSEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSQ.

               SELECT JORIDX ASSIGN TO DYNAMIC
               WS-JORIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS JIX-CHAVE
               FILE STATUS IS WS-FS-JIX.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

      * EMPRESAS DA CASA, MANTIDA PELO MANUTTAB (OPCAO 12).
       FD EMPTAB.
       01 REG-EMPTAB.
           03 EMPTAB-COD                PIC 9(02).
           03 EMPTAB-NOME               PIC X(20).
           03 EMPTAB-ATIVO              PIC X(01).
               88 EMPTAB-DESATIVADO         VALUE 'N'.

       FD TELEFONES.
          COPY FD_TELEFONES.

       FD RELAFILE.
          COPY RELACONT.

       FD FUPFILE.
          COPY FUPFILE.

       FD NOTAFILE.
          COPY NOTAFILE.

       FD JOURNAL.
          COPY JORNAL.
       FD JORSEQ.
       01 REG-JORSEQ.
           03 JSQ-SEQUENCIA          PIC 9(07).

       FD JORIDX.
          COPY JORIDX.

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01) VALUE SPACES.
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11) VALUE SPACES.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-EMPTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\EMPTAB.TXT'.
       77 WS-TELEFONES-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'.
       77 WS-RELAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAFILE.DAT'.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-NOTAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'.

       77 WS-FS-EMP                 PIC 99.
          88 FS-EMP-OK              VALUE 0.
       77 WS-FS-TEL                 PIC 99.
          88 FS-TEL-OK              VALUE 0.
       77 WS-FS-REL                 PIC 99.
          88 FS-REL-OK              VALUE 0.
       77 WS-FS-FUP                 PIC 99.
          88 FS-FUP-OK              VALUE 0.
       77 WS-FS-NOT                 PIC 99.
          88 FS-NOT-OK              VALUE 0.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROES.

       77 WS-JOURNAL-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'.
       77 WS-FS-JOR                 PIC 99.
          88 FS-JOR-OK              VALUE 0.
       77 WS-JOR-OPERACAO           PIC X(10).
       77 WS-JOR-ANTES              PIC X(400) VALUE SPACES.
       77 WS-JOR-DEPOIS             PIC X(400) VALUE SPACES.
       77 WS-JOR-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-JORSEQ-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'.
       77 WS-FS-JSQ                 PIC 99.
          88 FS-JSQ-OK              VALUE 0.
       77 WS-JORIDX-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'.
       77 WS-FS-JIX                 PIC 99.
          88 FS-JIX-OK              VALUE 0.
       77 WS-JOR-SEQUENCIA          PIC 9(07) VALUE ZEROES.
       77 WS-JOR-DATA-PROC          PIC 9(08) VALUE ZEROES.
       77 WS-JOR-CHECK              PIC 9(09) VALUE ZEROES.
       77 WS-JOR-IDX                PIC 9(03) VALUE ZEROES.

      * NOTA NA FICHA DO CONTATO (VEJA GRAVNOTA.cpy).
       77 WS-NOTA-ID                PIC 9(05).
       77 WS-NOTA-TEXTO             PIC X(60).
       77 WS-NOTA-OPERADOR          PIC X(08).
       77 WS-NOTA-SEQ               PIC 9(04).
       77 WS-NOTA-EOF               PIC X.

      * A TRANSFERENCIA E EXCLUSIVA DO SUPERVISOR.
       77 WS-OPERADOR-PERFIL        PIC X(01) VALUE SPACES.
          88 PERFIL-SUPERVISOR      VALUE 'S'.

      * EMPRESA ATUAL (ZERO = BASE ANTIGA, VALE COMO 01) E DESTINO.
       77 WS-EMPRESA-ORIGEM         PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-DESTINO        PIC 9(02) VALUE ZEROES.
       77 WS-NOME-ORIGEM            PIC X(20) VALUE SPACES.
       77 WS-NOME-DESTINO           PIC X(20) VALUE SPACES.
       77 WS-EMPRESA-PROCURADA      PIC 9(02) VALUE ZEROES.
       77 WS-EMPRESA-NOME           PIC X(20) VALUE SPACES.
       77 WS-EMPRESA-ACHADA         PIC X VALUE 'N'.
          88 EMPRESA-ACHADA         VALUE 'S' FALSE 'N'.
       77 WS-EMPRESA-ATIVA          PIC X VALUE 'N'.
          88 EMPRESA-ATIVA          VALUE 'S' FALSE 'N'.
       77 WS-EMPTAB-LIDA            PIC X VALUE 'N'.
          88 EMPTAB-LIDA            VALUE 'S' FALSE 'N'.

      * COMPETENCIA EM QUE O CONTATO PASSA A FATURAR NA EMPRESA NOVA:
      * A SEGUINTE A DA DATA DE PROCESSAMENTO (VEJA DATAPROC).
       77 WS-DATA-PROC              PIC 9(08) VALUE ZEROES.
       01 WS-COMP-VIGENCIA          PIC 9(06) VALUE ZEROES.
       01 WS-COMP-VIGENCIA-R REDEFINES WS-COMP-VIGENCIA.
           03 WS-VIG-ANO            PIC 9(04).
           03 WS-VIG-MES            PIC 9(02).

      * REGISTROS FILHOS DO ID, QUE SEGUEM COM O CONTATO.
       77 WS-QTD-TELEFONES          PIC 9(03) VALUE ZEROES.
       77 WS-QTD-NOTAS              PIC 9(04) VALUE ZEROES.
       77 WS-QTD-FOLLOWUPS          PIC 9(04) VALUE ZEROES.
       77 WS-QTD-FUP-ABERTOS        PIC 9(04) VALUE ZEROES.
       77 WS-QTD-RELACOES           PIC 9(03) VALUE ZEROES.
       77 WS-FIM-FILHOS             PIC X VALUE 'N'.
          88 FIM-FILHOS             VALUE 'S' FALSE 'N'.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.

       77 WS-CONFIRMA               PIC X VALUE 'N'.
          88 CONFIRMA-SIM           VALUE 'S'.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS2                    PIC X(04) VALUE SPACES.

      * CAMPOS DO DIGITO VERIFICADOR DO ID-CONTATO (VEJA CKDIGITO.cpy).
       77 WS-ID-VALIDO              PIC X VALUE 'N'.
          COPY CKDSTAT.
       01 WS-ID-BASE-GRUPO.
           03 WS-ID-BASE             PIC 9(04) VALUE ZEROES.
       01 WS-ID-BASE-DIGITOS REDEFINES WS-ID-BASE-GRUPO.
           03 WS-ID-DIGITO           OCCURS 4 TIMES PIC 9(01).
       77 WS-ID-DIG                 PIC 9(01) VALUE ZEROES.
       77 WS-ID-VERIFICAR           PIC 9(05) VALUE ZEROES.
       77 WS-ID-SOMA                PIC 9(03) VALUE ZEROES.
       77 WS-ID-QUOCIENTE           PIC 9(03) VALUE ZEROES.
       77 WS-ID-RESTO               PIC 9(02) VALUE ZEROES.
       77 WS-ID-DIGITO-CALC         PIC 9(01) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** TRANSFERIR CONTATO ENTRE EMPRESAS ***".
           COPY TREINO.
           PERFORM P100-LOCALIZA-ARQUIVOS

           IF NOT PERFIL-SUPERVISOR
               DISPLAY 'ACESSO NEGADO: A TRANSFERENCIA ENTRE EMPRESAS '
                   'E EXCLUSIVA DO PERFIL SUPERVISOR.'
               PERFORM P900-FIM
           END-IF

           SET EXIT-OK TO FALSE
           PERFORM P300-TRANSFERIR THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'EMPTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-EMPTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-EMPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\EMPTAB.TXT' TO WS-EMPTAB-PATH
           END-IF

           DISPLAY 'TELEFONES_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELEFONES-PATH    FROM ENVIRONMENT-VALUE
           IF WS-TELEFONES-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'
                   TO WS-TELEFONES-PATH
           END-IF

           DISPLAY 'RELAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELAFILE.DAT'
                   TO WS-RELAFILE-PATH
           END-IF

           DISPLAY 'FUPFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FUPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'NOTAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-NOTAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'
                   TO WS-NOTAFILE-PATH
           END-IF

           DISPLAY 'JOURNAL_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOURNAL-PATH      FROM ENVIRONMENT-VALUE
           IF WS-JOURNAL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.LOG'
                   TO WS-JOURNAL-PATH
           END-IF

           DISPLAY 'JORSEQ_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORSEQ-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORSEQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORNAL.SEQ'
                   TO WS-JORSEQ-PATH
           END-IF

           DISPLAY 'JORIDX_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-JORIDX-PATH       FROM ENVIRONMENT-VALUE
           IF WS-JORIDX-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\JORIDX.DAT'
                   TO WS-JORIDX-PATH
           END-IF

      * CODIGO DO OPERADOR ASSINADO NO MENUCONT, CARIMBADO NO JORNAL
      * E NA NOTA.
           DISPLAY 'OPERADOR_COD'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-JOR-OPERADOR      FROM ENVIRONMENT-VALUE
           MOVE WS-JOR-OPERADOR TO WS-NOTA-OPERADOR

           DISPLAY 'OPERADOR_PERFIL'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR-PERFIL   FROM ENVIRONMENT-VALUE

           CALL 'DATAPROC' USING WS-DATA-PROC
           MOVE WS-DATA-PROC(1:6) TO WS-COMP-VIGENCIA
           IF WS-VIG-MES = 12
               ADD 1 TO WS-VIG-ANO
               MOVE 1 TO WS-VIG-MES
           ELSE
               ADD 1 TO WS-VIG-MES
           END-IF
           .
       P100-FIM.

       P300-TRANSFERIR.
           SET FS-OK TO TRUE
           OPEN I-O CONTATOS

           IF FS-OK
               DISPLAY 'INFORME O ID DO CONTATO: '
               ACCEPT ID-CONTATO
               PERFORM P305-VALIDA-DIGITO THRU P305-FIM

               IF NOT ID-VALIDO
                   DISPLAY 'ID COM DIGITO VERIFICADOR INVALIDO. '
                       'TENTE NOVAMENTE.'
               ELSE
                   PERFORM P310-LER-E-TRANSFERIR THRU P310-FIM
               END-IF
           ELSE
               COPY FSDIAG.

           END-IF

           CLOSE CONTATOS
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> P/ CONTINUAR, OU F PARA SAIR.'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-LER-E-TRANSFERIR.
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'ID INVALIDO. TENTE NOVAMENTE.'
                   GO TO P310-FIM
           END-READ
           IF FS-REGISTRO-BLOQUEADO
               DISPLAY 'REGISTRO BLOQUEADO POR OUTRO USUARIO. TENTE '
                   'NOVAMENTE.'
               GO TO P310-FIM
           END-IF
           IF CONTATO-EXCLUIDO
               DISPLAY 'CONTATO EXCLUIDO NAO E TRANSFERIDO. REATIVE-O '
                   'ANTES (UNDELCONT).'
               UNLOCK CONTATOS
               GO TO P310-FIM
           END-IF

           MOVE CD-EMPRESA TO WS-EMPRESA-ORIGEM
           IF WS-EMPRESA-ORIGEM = 0
               MOVE 1 TO WS-EMPRESA-ORIGEM
           END-IF
           MOVE WS-EMPRESA-ORIGEM TO WS-EMPRESA-PROCURADA
           PERFORM P350-PROCURA-EMPRESA THRU P350-FIM
           MOVE WS-EMPRESA-NOME TO WS-NOME-ORIGEM

           DISPLAY 'CONTATO: ' NM-CONTATO
           DISPLAY 'EMPRESA ATUAL: ' WS-EMPRESA-ORIGEM ' '
                   WS-NOME-ORIGEM
           DISPLAY 'EMPRESA DE DESTINO: '
           MOVE 0 TO WS-EMPRESA-DESTINO
           ACCEPT WS-EMPRESA-DESTINO
           IF WS-EMPRESA-DESTINO = 0
               DISPLAY 'EMPRESA DE DESTINO INVALIDA.'
               UNLOCK CONTATOS
               GO TO P310-FIM
           END-IF
           IF WS-EMPRESA-DESTINO = WS-EMPRESA-ORIGEM
               DISPLAY 'O CONTATO JA PERTENCE A EMPRESA '
                   WS-EMPRESA-DESTINO '.'
               UNLOCK CONTATOS
               GO TO P310-FIM
           END-IF

      * A EMPRESA DE DESTINO TEM DE EXISTIR E ESTAR ATIVA; SEM A
      * EMPTAB NAO HA COMO CONFERIR, E A TRANSFERENCIA E RECUSADA.
           MOVE WS-EMPRESA-DESTINO TO WS-EMPRESA-PROCURADA
           PERFORM P350-PROCURA-EMPRESA THRU P350-FIM
           IF NOT EMPTAB-LIDA
               DISPLAY 'TABELA DE EMPRESAS (EMPTAB) INDISPONIVEL (FS='
                   WS-FS-EMP '). TRANSFERENCIA NAO REALIZADA.'
               UNLOCK CONTATOS
               GO TO P310-FIM
           END-IF
           IF NOT EMPRESA-ACHADA OR NOT EMPRESA-ATIVA
               DISPLAY 'EMPRESA ' WS-EMPRESA-DESTINO ' NAO CADASTRADA '
                   'OU DESATIVADA NA EMPTAB.'
               UNLOCK CONTATOS
               GO TO P310-FIM
           END-IF
           MOVE WS-EMPRESA-NOME TO WS-NOME-DESTINO

           PERFORM P400-CONTAR-FILHOS THRU P400-FIM
           DISPLAY 'SEGUEM COM O CONTATO (MESMO ID):'
           DISPLAY '  TELEFONES ADICIONAIS.....: ' WS-QTD-TELEFONES
           DISPLAY '  NOTAS....................: ' WS-QTD-NOTAS
           DISPLAY '  FOLLOW-UPS...............: ' WS-QTD-FOLLOWUPS
                   ' (' WS-QTD-FUP-ABERTOS ' EM ABERTO)'
           DISPLAY '  RELACIONAMENTOS..........: ' WS-QTD-RELACOES
           IF WS-QTD-FUP-ABERTOS > 0
               DISPLAY 'ATENCAO: OS FOLLOW-UPS EM ABERTO CONTINUAM COM '
                   'OS OPERADORES QUE OS AGENDARAM.'
           END-IF
           DISPLAY 'FATURAMENTO: CONTA PARA A EMPRESA '
                   WS-EMPRESA-DESTINO ' A PARTIR DA COMPETENCIA '
                   WS-COMP-VIGENCIA '; ATE LA, SEGUE NA '
                   WS-EMPRESA-ORIGEM '.'

           DISPLAY 'CONFIRMA A TRANSFERENCIA DA EMPRESA '
                   WS-EMPRESA-ORIGEM ' PARA A ' WS-EMPRESA-DESTINO
                   '? (S/N): '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMA-SIM
               UNLOCK CONTATOS
               DISPLAY 'TRANSFERENCIA CANCELADA PELO OPERADOR.'
               GO TO P310-FIM
           END-IF

           MOVE REG-CONTATOS TO WS-JOR-ANTES
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-EMPRESA-DESTINO TO CD-EMPRESA
           MOVE WS-DATA-SISTEMA    TO DT-ALTERACAO
           REWRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTATO (FS=' WS-FS
                       '). TRANSFERENCIA NAO REALIZADA.'
                   UNLOCK CONTATOS
                   GO TO P310-FIM
           END-REWRITE
           UNLOCK CONTATOS

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 'TRANSFEMP'     TO WS-JOR-OPERACAO
           MOVE REG-CONTATOS    TO WS-JOR-DEPOIS
           COPY GRAVAJOR.

           MOVE ID-CONTATO TO WS-NOTA-ID
           MOVE SPACES TO WS-NOTA-TEXTO
           STRING 'TRANSFERIDO DA EMPRESA '  DELIMITED BY SIZE
                  WS-EMPRESA-ORIGEM          DELIMITED BY SIZE
                  ' PARA A '                 DELIMITED BY SIZE
                  WS-EMPRESA-DESTINO         DELIMITED BY SIZE
                  ' - FATURA NA NOVA A PARTIR DE '
                                             DELIMITED BY SIZE
                  WS-COMP-VIGENCIA           DELIMITED BY SIZE
                  INTO WS-NOTA-TEXTO
           END-STRING
           COPY GRAVNOTA.

           DISPLAY 'CONTATO ' ID-CONTATO ' TRANSFERIDO PARA A EMPRESA '
                   WS-EMPRESA-DESTINO ' ' WS-NOME-DESTINO
           .
       P310-FIM.

      * PROCURA WS-EMPRESA-PROCURADA NA EMPTAB. SEM A TABELA, O NOME
      * SAI EM BRANCO E EMPTAB-LIDA FICA DESLIGADO.
       P350-PROCURA-EMPRESA.
           SET EMPRESA-ACHADA TO FALSE
           SET EMPRESA-ATIVA TO FALSE
           SET EMPTAB-LIDA TO FALSE
           MOVE SPACES TO WS-EMPRESA-NOME
           SET EOF-OK TO FALSE
           SET FS-EMP-OK TO TRUE
           OPEN INPUT EMPTAB
           IF NOT FS-EMP-OK
               GO TO P350-FIM
           END-IF
           SET EMPTAB-LIDA TO TRUE
           PERFORM P355-LER-EMPRESA THRU P355-FIM
               UNTIL EOF-OK OR EMPRESA-ACHADA
           CLOSE EMPTAB
           SET EOF-OK TO FALSE
           .
       P350-FIM.

       P355-LER-EMPRESA.
           READ EMPTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P355-FIM
           END-READ
           IF EMPTAB-COD NOT NUMERIC
                   OR EMPTAB-COD NOT = WS-EMPRESA-PROCURADA
               GO TO P355-FIM
           END-IF
           SET EMPRESA-ACHADA TO TRUE
           MOVE EMPTAB-NOME TO WS-EMPRESA-NOME
           IF NOT EMPTAB-DESATIVADO
               SET EMPRESA-ATIVA TO TRUE
           END-IF
           .
       P355-FIM.

      * CONTAGEM DOS REGISTROS FILHOS DO ID, PARA O SUPERVISOR VER O
      * QUE SEGUE COM O CONTATO. ARQUIVO AUSENTE CONTA ZERO.
       P400-CONTAR-FILHOS.
           MOVE 0 TO WS-QTD-TELEFONES
           MOVE 0 TO WS-QTD-NOTAS
           MOVE 0 TO WS-QTD-FOLLOWUPS
           MOVE 0 TO WS-QTD-FUP-ABERTOS
           MOVE 0 TO WS-QTD-RELACOES

           SET FS-TEL-OK TO TRUE
           OPEN INPUT TELEFONES
           IF FS-TEL-OK
               SET FIM-FILHOS TO FALSE
               MOVE ID-CONTATO TO TEL-ID-CONTATO
               MOVE 0          TO TEL-SEQUENCIA
               START TELEFONES KEY IS NOT LESS THAN TEL-CHAVE
                   INVALID KEY
                       SET FIM-FILHOS TO TRUE
               END-START
               PERFORM P410-CONTAR-TELEFONE THRU P410-FIM
                   UNTIL FIM-FILHOS
               CLOSE TELEFONES
           END-IF

      * OS VINCULOS SAO GRAVADOS NOS DOIS SENTIDOS (VEJA
      * RELACONT.cpy): OS DO LADO DO CONTATO BASTAM.
           SET FS-REL-OK TO TRUE
           OPEN INPUT RELAFILE
           IF FS-REL-OK
               SET FIM-FILHOS TO FALSE
               MOVE ID-CONTATO TO REL-ID-UM
               MOVE 0          TO REL-ID-DOIS
               START RELAFILE KEY IS NOT LESS THAN REL-CHAVE
                   INVALID KEY
                       SET FIM-FILHOS TO TRUE
               END-START
               PERFORM P420-CONTAR-RELACAO THRU P420-FIM
                   UNTIL FIM-FILHOS
               CLOSE RELAFILE
           END-IF

           SET FS-FUP-OK TO TRUE
           OPEN INPUT FUPFILE
           IF FS-FUP-OK
               SET FIM-FILHOS TO FALSE
               PERFORM P430-CONTAR-FOLLOWUP THRU P430-FIM
                   UNTIL FIM-FILHOS
               CLOSE FUPFILE
           END-IF

           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTAFILE
           IF FS-NOT-OK
               SET FIM-FILHOS TO FALSE
               PERFORM P440-CONTAR-NOTA THRU P440-FIM
                   UNTIL FIM-FILHOS
               CLOSE NOTAFILE
           END-IF
           .
       P400-FIM.

       P410-CONTAR-TELEFONE.
           READ TELEFONES NEXT RECORD
               AT END
                   SET FIM-FILHOS TO TRUE
                   GO TO P410-FIM
           END-READ
           IF TEL-ID-CONTATO NOT = ID-CONTATO
               SET FIM-FILHOS TO TRUE
               GO TO P410-FIM
           END-IF
           ADD 1 TO WS-QTD-TELEFONES
           .
       P410-FIM.

       P420-CONTAR-RELACAO.
           READ RELAFILE NEXT RECORD
               AT END
                   SET FIM-FILHOS TO TRUE
                   GO TO P420-FIM
           END-READ
           IF REL-ID-UM NOT = ID-CONTATO
               SET FIM-FILHOS TO TRUE
               GO TO P420-FIM
           END-IF
           ADD 1 TO WS-QTD-RELACOES
           .
       P420-FIM.

       P430-CONTAR-FOLLOWUP.
           READ FUPFILE
               AT END
                   SET FIM-FILHOS TO TRUE
                   GO TO P430-FIM
           END-READ
           IF FUP-ID-CONTATO NOT = ID-CONTATO
               GO TO P430-FIM
           END-IF
           ADD 1 TO WS-QTD-FOLLOWUPS
           IF FUP-ABERTO OR FUP-REAGENDADO
               ADD 1 TO WS-QTD-FUP-ABERTOS
           END-IF
           .
       P430-FIM.

       P440-CONTAR-NOTA.
           READ NOTAFILE
               AT END
                   SET FIM-FILHOS TO TRUE
                   GO TO P440-FIM
           END-READ
           IF NT-ID-CONTATO = ID-CONTATO
               ADD 1 TO WS-QTD-NOTAS
           END-IF
           .
       P440-FIM.

       P305-VALIDA-DIGITO.
           MOVE ID-CONTATO                TO WS-ID-VERIFICAR
           MOVE WS-ID-VERIFICAR(1:4)      TO WS-ID-BASE
           MOVE WS-ID-VERIFICAR(5:1)      TO WS-ID-DIG
           COPY CKDIGITO.
           IF WS-ID-DIGITO-CALC = WS-ID-DIG
               SET ID-VALIDO TO TRUE
           ELSE
               SET ID-VALIDO TO FALSE
           END-IF
           .
       P305-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM TRANSCONT.
