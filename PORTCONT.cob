      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL QUE ATENDE O PEDIDO DE
      *          PORTABILIDADE DA LGPD (VEJA LGPDREQ.cpy): GRAVA OS
      *          DADOS DE UM CONTATO NUM ARQUIVO ESTRUTURADO, LEGIVEL
      *          POR MAQUINA (JSON), PARA ENTREGA AO TITULAR OU AO
      *          OUTRO FORNECEDOR QUE ELE INDICAR. VAI TUDO O QUE O
      *          MESTRE GUARDA DA PESSOA (IDENTIFICACAO, CONTATO,
      *          ENDERECO E CONSENTIMENTOS) E OS TELEFONES ADICIONAIS.
      *          A AREA DE COMUNICACAO E O PORTCONT.cpy; O ARQUIVO
      *          FICA NO DIRETORIO PORTAB_DIR COMO
      *          PORT_<PROTOCOLO>.JSON. CHAMADO PELO LGPDCONT.
      *          DATAS VAO NO FORMATO AAAA-MM-DD (NULL QUANDO NAO
      *          INFORMADAS) E OS INDICADORES COM OS CODIGOS DO
      *          MESTRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCONT.

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
               FILE STATUS IS WS-FS.

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TEL-CHAVE
               FILE STATUS IS WS-FS-TEL.

               SELECT PORTARQ ASSIGN TO DYNAMIC
               WS-PORTARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POR.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD TELEFONES.
          COPY FD_TELEFONES.

       FD PORTARQ.
       01 REG-PORTARQ               PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-TELEFONES-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'.
       77 WS-PORTAB-DIR             PIC X(80)
          VALUE 'C:\Users\gotic\opencobolfiles\'.
       77 WS-PORTARQ-PATH           PIC X(100) VALUE SPACES.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-TEL                 PIC 99.
          88 FS-TEL-OK              VALUE 0.
       77 WS-FS-POR                 PIC 99.
          88 FS-POR-OK              VALUE 0.

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-TELEFONES-GRAVADOS     PIC 9(03) VALUE ZEROES.

       77 WS-TEL-FIM                PIC X VALUE 'N'.
          88 TEL-FIM-OK             VALUE 'S' FALSE 'N'.

      * AREA DE MONTAGEM DE UM CAMPO JSON: O CHAMADOR MOVE O RECUO,
      * O NOME DO CAMPO, O VALOR (TEXTO, NUMERO OU DATA) E A VIRGULA
      * (',' OU ESPACO NO ULTIMO CAMPO DO OBJETO) E EXECUTA O
      * PARAGRAFO DO TIPO CORRESPONDENTE.
       77 WS-JS-RECUO               PIC 9(02) VALUE ZEROES.
       77 WS-JS-PONTEIRO            PIC 9(03) VALUE ZEROES.
       77 WS-JS-NOME                PIC X(30) VALUE SPACES.
       77 WS-JS-VALOR               PIC X(60) VALUE SPACES.
       77 WS-JS-NUMERO              PIC 9(11) VALUE ZEROES.
       77 WS-JS-NUMERO-ED           PIC Z(10)9.
       01 WS-JS-DATA                PIC 9(08) VALUE ZEROES.
       01 WS-JS-DATA-R REDEFINES WS-JS-DATA.
           03 WS-JS-ANO             PIC 9(04).
           03 WS-JS-MES             PIC 9(02).
           03 WS-JS-DIA             PIC 9(02).
       77 WS-JS-VIRGULA             PIC X(01) VALUE SPACES.
       77 WS-JS-ESCAPADO            PIC X(120) VALUE SPACES.
       77 WS-JS-TAM                 PIC 9(03) VALUE ZEROES.
       77 WS-JS-ESC-TAM             PIC 9(03) VALUE ZEROES.
       77 WS-JS-IDX                 PIC 9(03) VALUE ZEROES.
       77 WS-JS-CH                  PIC X(01) VALUE SPACES.
       77 WS-JS-TAM-FIM             PIC X VALUE 'N'.
          88 JS-TAM-FIM-OK          VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY PORTCONT.

       PROCEDURE DIVISION USING PORTABILIDADE.
       MAIN-PROCEDURE.
           MOVE 'X'    TO PO-RESULTADO
           MOVE SPACES TO PO-ARQUIVO
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P200-GERAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-LOCALIZA-ARQUIVOS.
           DISPLAY 'CONTATOS_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTATOS-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTATOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'
                   TO WS-CONTATOS-PATH
           END-IF

           DISPLAY 'TELEFONES_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-TELEFONES-PATH    FROM ENVIRONMENT-VALUE
           IF WS-TELEFONES-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'
                   TO WS-TELEFONES-PATH
           END-IF

           DISPLAY 'PORTAB_DIR'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-PORTAB-DIR        FROM ENVIRONMENT-VALUE
           IF WS-PORTAB-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\'
                   TO WS-PORTAB-DIR
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.

       P200-GERAR.
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               COPY FSDIAG.
               GO TO P200-FIM
           END-IF
           MOVE PO-ID-CONTATO TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'N' TO PO-RESULTADO
                   CLOSE CONTATOS
                   GO TO P200-FIM
           END-READ
           CLOSE CONTATOS

           MOVE SPACES TO WS-PORTARQ-PATH
           STRING WS-PORTAB-DIR       DELIMITED BY SPACE
                  'PORT_'             DELIMITED BY SIZE
                  PO-PROTOCOLO        DELIMITED BY SIZE
                  '.JSON'             DELIMITED BY SIZE
                  INTO WS-PORTARQ-PATH
           END-STRING

           SET FS-POR-OK TO TRUE
           OPEN OUTPUT PORTARQ
           IF NOT FS-POR-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE PORTABILIDADE (FS='
                       WS-FS-POR ').'
               GO TO P200-FIM
           END-IF

           PERFORM P300-GRAVAR-CONTATO THRU P300-FIM
           PERFORM P400-GRAVAR-TELEFONES THRU P400-FIM

           MOVE '}' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           CLOSE PORTARQ

           MOVE 'S'             TO PO-RESULTADO
           MOVE WS-PORTARQ-PATH TO PO-ARQUIVO
           .
       P200-FIM.

       P300-GRAVAR-CONTATO.
           MOVE '{' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 2               TO WS-JS-RECUO
           MOVE ','             TO WS-JS-VIRGULA
           MOVE 'protocolo'     TO WS-JS-NOME
           MOVE PO-PROTOCOLO    TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'gerado_em'     TO WS-JS-NOME
           MOVE WS-DATA-SISTEMA TO WS-JS-DATA
           PERFORM P830-CAMPO-DATA THRU P830-FIM
           MOVE '  "contato": {' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 4               TO WS-JS-RECUO
           MOVE 'id'            TO WS-JS-NOME
           MOVE ID-CONTATO      TO WS-JS-NUMERO
           PERFORM P820-CAMPO-NUMERO THRU P820-FIM
           MOVE 'situacao'      TO WS-JS-NOME
           IF CONTATO-EXCLUIDO
               MOVE 'EXCLUIDO'  TO WS-JS-VALOR
           ELSE
               MOVE 'ATIVO'     TO WS-JS-VALOR
           END-IF
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'tipo_pessoa'   TO WS-JS-NOME
           IF PESSOA-JURIDICA
               MOVE 'JURIDICA'  TO WS-JS-VALOR
           ELSE
               MOVE 'FISICA'    TO WS-JS-VALOR
           END-IF
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'nome'          TO WS-JS-NOME
           MOVE NM-CONTATO      TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM

           IF PESSOA-JURIDICA
               MOVE 'razao_social'     TO WS-JS-NOME
               MOVE PJ-RAZAO-SOCIAL    TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
               MOVE 'nome_fantasia'    TO WS-JS-NOME
               MOVE PJ-NOME-FANTASIA   TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
               MOVE 'pessoa_contato'   TO WS-JS-NOME
               MOVE PJ-PESSOA-CONTATO  TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           ELSE
               MOVE 'primeiro_nome'    TO WS-JS-NOME
               MOVE WS-PRIMEIRO-NOME   TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
               MOVE 'ultimo_nome'      TO WS-JS-NOME
               MOVE WS-ULTIMO-NOME     TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
               MOVE 'data_nascimento'  TO WS-JS-NOME
               MOVE DT-NASCIMENTO      TO WS-JS-DATA
               PERFORM P830-CAMPO-DATA THRU P830-FIM
               MOVE 'cpf'              TO WS-JS-NOME
               IF NR-CPF = 0
                   PERFORM P840-CAMPO-NULO THRU P840-FIM
               ELSE
                   MOVE NR-CPF         TO WS-JS-VALOR
                   PERFORM P810-CAMPO-TEXTO THRU P810-FIM
               END-IF
               MOVE 'nacionalidade'    TO WS-JS-NOME
               MOVE WS-NACIONALIDADE   TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
               MOVE 'profissao'        TO WS-JS-NOME
               MOVE WS-PROFISSAO       TO WS-JS-VALOR
               PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           END-IF

           MOVE 'email'         TO WS-JS-NOME
           MOVE WS-EMAIL        TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM

           MOVE '    "telefone": {' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 6               TO WS-JS-RECUO
           MOVE 'pais'          TO WS-JS-NOME
           MOVE WS-PAIS         TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'ddd'           TO WS-JS-NOME
           MOVE WS-DDD          TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'numero'        TO WS-JS-NOME
           MOVE SPACES          TO WS-JS-VALOR
           STRING WS-PREFIXO DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-SUFIXO  DELIMITED BY SIZE
                  INTO WS-JS-VALOR
           END-STRING
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'tipo'          TO WS-JS-NOME
           MOVE WS-TIPO-TEL     TO WS-JS-VALOR
           MOVE SPACE           TO WS-JS-VIRGULA
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE '    },'        TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE '    "endereco": {' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE ','             TO WS-JS-VIRGULA
           MOVE 'logradouro'    TO WS-JS-NOME
           MOVE WS-RUA          TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'bairro'        TO WS-JS-NOME
           MOVE WS-BAIRRO       TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'cidade'        TO WS-JS-NOME
           MOVE WS-CIDADE       TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'uf'            TO WS-JS-NOME
           MOVE WS-UF           TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'cep'           TO WS-JS-NOME
           MOVE WS-CEP          TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'exterior'      TO WS-JS-NOME
           MOVE IND-END-EXTERIOR TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'pais'          TO WS-JS-NOME
           MOVE CD-PAIS-END     TO WS-JS-NUMERO
           MOVE SPACE           TO WS-JS-VIRGULA
           PERFORM P820-CAMPO-NUMERO THRU P820-FIM
           MOVE '    },'        TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE '    "consentimentos": {' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE ','             TO WS-JS-VIRGULA
           MOVE 'mala_direta'   TO WS-JS-NOME
           MOVE IND-OPT-MALA    TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'email'         TO WS-JS-NOME
           MOVE IND-OPT-EMAIL   TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'sms'           TO WS-JS-NOME
           MOVE IND-OPT-SMS     TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'telefone'      TO WS-JS-NOME
           MOVE IND-OPT-TEL     TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'nao_perturbe'  TO WS-JS-NOME
           MOVE IND-NAO-PERTURBE TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'data_consentimento' TO WS-JS-NOME
           MOVE DT-CONSENTIMENTO TO WS-JS-DATA
           MOVE SPACE           TO WS-JS-VIRGULA
           PERFORM P830-CAMPO-DATA THRU P830-FIM
           MOVE '    },'        TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 4               TO WS-JS-RECUO
           MOVE ','             TO WS-JS-VIRGULA
           MOVE 'data_inclusao' TO WS-JS-NOME
           MOVE DT-INCLUSAO     TO WS-JS-DATA
           PERFORM P830-CAMPO-DATA THRU P830-FIM
           MOVE 'data_alteracao' TO WS-JS-NOME
           MOVE DT-ALTERACAO    TO WS-JS-DATA
           MOVE SPACE           TO WS-JS-VIRGULA
           PERFORM P830-CAMPO-DATA THRU P830-FIM
           MOVE '  },'          TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P300-FIM.

      * TELEFONES ADICIONAIS (VEJA FD_TELEFONES.cpy). CADA ELEMENTO DA
      * LISTA SO E FECHADO QUANDO SE SABE SE HA OUTRO DEPOIS DELE,
      * PARA A VIRGULA SAIR SO ENTRE OS ELEMENTOS.
       P400-GRAVAR-TELEFONES.
           MOVE '  "telefones_adicionais": [' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE 0 TO WS-TELEFONES-GRAVADOS

           SET FS-TEL-OK TO TRUE
           OPEN INPUT TELEFONES
           IF FS-TEL-OK
               SET TEL-FIM-OK TO FALSE
               MOVE PO-ID-CONTATO TO TEL-ID-CONTATO
               MOVE 0             TO TEL-SEQUENCIA
               START TELEFONES KEY IS NOT LESS THAN TEL-CHAVE
                   INVALID KEY
                       SET TEL-FIM-OK TO TRUE
               END-START
               PERFORM P410-GRAVAR-TELEFONE THRU P410-FIM
                   UNTIL TEL-FIM-OK
               CLOSE TELEFONES
           END-IF

           IF WS-TELEFONES-GRAVADOS > 0
               MOVE '    }' TO REG-PORTARQ
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           MOVE '  ]' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P400-FIM.

       P410-GRAVAR-TELEFONE.
           READ TELEFONES NEXT RECORD
               AT END
                   SET TEL-FIM-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           IF TEL-ID-CONTATO NOT = PO-ID-CONTATO
               SET TEL-FIM-OK TO TRUE
               GO TO P410-FIM
           END-IF

           IF WS-TELEFONES-GRAVADOS > 0
               MOVE '    },' TO REG-PORTARQ
               PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           END-IF
           ADD 1 TO WS-TELEFONES-GRAVADOS
           MOVE '    {' TO REG-PORTARQ
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM

           MOVE 6               TO WS-JS-RECUO
           MOVE ','             TO WS-JS-VIRGULA
           MOVE 'sequencia'     TO WS-JS-NOME
           MOVE TEL-SEQUENCIA   TO WS-JS-NUMERO
           PERFORM P820-CAMPO-NUMERO THRU P820-FIM
           MOVE 'pais'          TO WS-JS-NOME
           MOVE TEL-PAIS        TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'ddd'           TO WS-JS-NOME
           MOVE TEL-DDD         TO WS-JS-VALOR
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'numero'        TO WS-JS-NOME
           MOVE SPACES          TO WS-JS-VALOR
           STRING TEL-PREFIXO DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  TEL-SUFIXO  DELIMITED BY SIZE
                  INTO WS-JS-VALOR
           END-STRING
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           MOVE 'tipo'          TO WS-JS-NOME
           MOVE TEL-TIPO        TO WS-JS-VALOR
           MOVE SPACE           TO WS-JS-VIRGULA
           PERFORM P810-CAMPO-TEXTO THRU P810-FIM
           .
       P410-FIM.

      * CAMPO TEXTO: CORTA OS BRANCOS A DIREITA E PROTEGE AS ASPAS E
      * A BARRA INVERTIDA COM UMA BARRA INVERTIDA NA FRENTE.
       P810-CAMPO-TEXTO.
           MOVE 60 TO WS-JS-TAM
           SET JS-TAM-FIM-OK TO FALSE
           PERFORM P811-RECUAR THRU P811-FIM
               UNTIL JS-TAM-FIM-OK OR WS-JS-TAM = 0

           MOVE SPACES TO WS-JS-ESCAPADO
           MOVE 0      TO WS-JS-ESC-TAM
           PERFORM P812-ESCAPAR THRU P812-FIM
               VARYING WS-JS-IDX FROM 1 BY 1
               UNTIL WS-JS-IDX > WS-JS-TAM

           MOVE SPACES TO REG-PORTARQ
           COMPUTE WS-JS-PONTEIRO = WS-JS-RECUO + 1
           IF WS-JS-ESC-TAM = 0
               STRING '"'            DELIMITED BY SIZE
                      WS-JS-NOME     DELIMITED BY SPACE
                      '": ""'        DELIMITED BY SIZE
                      WS-JS-VIRGULA  DELIMITED BY SIZE
                      INTO REG-PORTARQ
                      WITH POINTER WS-JS-PONTEIRO
               END-STRING
           ELSE
               STRING '"'            DELIMITED BY SIZE
                      WS-JS-NOME     DELIMITED BY SPACE
                      '": "'         DELIMITED BY SIZE
                      WS-JS-ESCAPADO(1:WS-JS-ESC-TAM)
                                     DELIMITED BY SIZE
                      '"'            DELIMITED BY SIZE
                      WS-JS-VIRGULA  DELIMITED BY SIZE
                      INTO REG-PORTARQ
                      WITH POINTER WS-JS-PONTEIRO
               END-STRING
           END-IF
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           MOVE SPACES TO WS-JS-VALOR
           .
       P810-FIM.

       P811-RECUAR.
           IF WS-JS-VALOR(WS-JS-TAM:1) = SPACE
               SUBTRACT 1 FROM WS-JS-TAM
           ELSE
               SET JS-TAM-FIM-OK TO TRUE
           END-IF
           .
       P811-FIM.

       P812-ESCAPAR.
           MOVE WS-JS-VALOR(WS-JS-IDX:1) TO WS-JS-CH
           IF WS-JS-CH = '"' OR WS-JS-CH = '\'
               ADD 1 TO WS-JS-ESC-TAM
               MOVE '\' TO WS-JS-ESCAPADO(WS-JS-ESC-TAM:1)
           END-IF
           ADD 1 TO WS-JS-ESC-TAM
           MOVE WS-JS-CH TO WS-JS-ESCAPADO(WS-JS-ESC-TAM:1)
           .
       P812-FIM.

       P820-CAMPO-NUMERO.
           MOVE WS-JS-NUMERO TO WS-JS-NUMERO-ED
           MOVE SPACES TO REG-PORTARQ
           COMPUTE WS-JS-PONTEIRO = WS-JS-RECUO + 1
           STRING '"'                        DELIMITED BY SIZE
                  WS-JS-NOME                 DELIMITED BY SPACE
                  '": '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JS-NUMERO-ED)
                                             DELIMITED BY SIZE
                  WS-JS-VIRGULA              DELIMITED BY SIZE
                  INTO REG-PORTARQ
                  WITH POINTER WS-JS-PONTEIRO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P820-FIM.

       P830-CAMPO-DATA.
           IF WS-JS-DATA = 0
               PERFORM P840-CAMPO-NULO THRU P840-FIM
               GO TO P830-FIM
           END-IF
           MOVE SPACES TO REG-PORTARQ
           COMPUTE WS-JS-PONTEIRO = WS-JS-RECUO + 1
           STRING '"'            DELIMITED BY SIZE
                  WS-JS-NOME     DELIMITED BY SPACE
                  '": "'         DELIMITED BY SIZE
                  WS-JS-ANO      DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-JS-MES      DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-JS-DIA      DELIMITED BY SIZE
                  '"'            DELIMITED BY SIZE
                  WS-JS-VIRGULA  DELIMITED BY SIZE
                  INTO REG-PORTARQ
                  WITH POINTER WS-JS-PONTEIRO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P830-FIM.

       P840-CAMPO-NULO.
           MOVE SPACES TO REG-PORTARQ
           COMPUTE WS-JS-PONTEIRO = WS-JS-RECUO + 1
           STRING '"'            DELIMITED BY SIZE
                  WS-JS-NOME     DELIMITED BY SPACE
                  '": null'      DELIMITED BY SIZE
                  WS-JS-VIRGULA  DELIMITED BY SIZE
                  INTO REG-PORTARQ
                  WITH POINTER WS-JS-PONTEIRO
           END-STRING
           PERFORM P850-GRAVAR-LINHA THRU P850-FIM
           .
       P840-FIM.

       P850-GRAVAR-LINHA.
           WRITE REG-PORTARQ
           MOVE SPACES TO REG-PORTARQ
           .
       P850-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PORTCONT.
