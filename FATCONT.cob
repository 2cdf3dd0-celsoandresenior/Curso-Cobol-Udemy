      *          HISTORICO DE FATURAMENTO (COMPETENCIA, GRUPO,
      *          QUANTIDADE, PRECO, VALOR) PARA O FINANCEIRO
      *          COMPARAR OS MESES.
      *          COM O CONTROLE DE BOLETOS (BOLCTL) PRESENTE, CADA
      *          FATURA SAI COM UM BOLETO: NOSSO NUMERO SEQUENCIAL DO
      *          CONTROLE, VENCIMENTO PELO PRAZO DO CONTROLE A PARTIR
      *          DA DATA DA FATURA (NO DIA UTIL SEGUINTE, SE CAIR EM
      *          DIA SEM EXPEDIENTE), CODIGO DE BARRAS E LINHA
      *          DIGITAVEL (BOLCALC) IMPRESSOS NA FATURA, GRAVADO NO
      *          ARQUIVO DE BOLETOS (BOLETO.cpy) E REGISTRADO NO
      *          BANCO PELO ARQUIVO DE REMESSA CNAB 400 (CNABREM.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCH.

               SELECT BOLCTL ASSIGN TO DYNAMIC
               WS-BOLCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCT.

               SELECT BOLETOS ASSIGN TO DYNAMIC
               WS-BOLETOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.

               SELECT REMESSA ASSIGN TO DYNAMIC
               WS-REMESSA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT GRUPTAB ASSIGN TO DYNAMIC
               WS-GRUPTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GRU.

       DATA DIVISION.

       FILE SECTION.
       FD FECHCTL.
          COPY FECHCTL.

      * CONTROLE DE BOLETOS: CONVENIO COM O BANCO, PRAZO E ULTIMOS
      * NUMEROS USADOS (VEJA BOLCTL.cpy).
       FD BOLCTL.
          COPY BOLCTL.

       FD BOLETOS.
          COPY BOLETO.

       FD REMESSA.
          COPY CNABREM.

      * DESCRICAO DO GRUPO, NOME DO PAGADOR NA REMESSA.
       FD GRUPTAB.
       01 REG-GRUPTAB.
           03 GRUPTAB-COD               PIC 9(02).
           03 GRUPTAB-DESC              PIC X(20).
           03 GRUPTAB-ATIVO             PIC X(01).

       WORKING-STORAGE SECTION.

       77 WS-FECHCTL-PATH           PIC X(100)
      * VALOR MONETARIO PADRAO DA CASA (VEJA MOEDA.cpy).
       COPY MOEDA.

      * BOLETO DE CADA FATURA (VEJA BOLCTL.cpy, BOLETO.cpy E
      * CNABREM.cpy). SEM O CONTROLE, AS FATURAS SAEM SEM BOLETO.
       77 WS-BOLCTL-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BOLCTL.TXT'.
       77 WS-BOLETOS-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\BOLETOS.TXT'.
       77 WS-REMESSA-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\REMESSA.TXT'.
       77 WS-GRUPTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\GRUPTAB.TXT'.
       77 WS-FS-BCT                 PIC 99.
          88 FS-BCT-OK              VALUE 0.
       77 WS-FS-BOL                 PIC 99.
          88 FS-BOL-OK              VALUE 0.
       77 WS-FS-REM                 PIC 99.
          88 FS-REM-OK              VALUE 0.
       77 WS-FS-GRU                 PIC 99.
          88 FS-GRU-OK              VALUE 0.
       77 WS-EMITE-BOLETO           PIC X VALUE 'N'.
          88 EMITE-BOLETO           VALUE 'S' FALSE 'N'.
       77 WS-BOLETO-PRONTO          PIC X VALUE 'N'.
          88 BOLETO-PRONTO          VALUE 'S' FALSE 'N'.
       COPY BOLCALC.
       77 WS-VENCIMENTO             PIC 9(08) VALUE ZEROES.
       77 WS-VENC-INTEIRO           PIC 9(08) VALUE ZEROES.
       77 WS-AVANCOS                PIC 9(02) VALUE ZEROES.
       77 WS-SEQ-REMESSA            PIC 9(06) VALUE ZEROES.
       77 WS-BOLETOS-EMITIDOS       PIC 9(05) VALUE ZEROES.
       77 WS-DDMMAA                 PIC 9(06) VALUE ZEROES.
       77 WS-DATA-CONV              PIC 9(08) VALUE ZEROES.
       77 WS-CENTAVOS               PIC 9(13) VALUE ZEROES.
       01 WS-TAB-DESC-GRUPOS.
           03 WS-GRP-DESC OCCURS 100 TIMES PIC X(20).

       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROES.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZEROES.

               05 WS-EST-EMPRESA     PIC 9(02).
               05 WS-EST-DESDE       PIC 9(08).
               05 WS-EST-CICLO       PIC X(01).
               05 WS-EST-TRANSF      PIC X(01).

       77 WS-MES-INI-INT            PIC 9(08) VALUE ZEROES.
       77 WS-MES-FIM-INT            PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-EVENTO            PIC S9(05) VALUE ZEROES.
       77 WS-JOR-GRUPO-TXT          PIC X(02) VALUE SPACES.
       77 WS-JOR-GRUPO              PIC 9(02) VALUE ZEROES.
       77 WS-EST-IDX                PIC 9(06) VALUE ZEROES.
       77 WS-GRP-SLOT               PIC 9(03) VALUE ZEROES.
       77 WS-DIAS-GRUPO-FAT         PIC 9(07) VALUE ZEROES.

           PERFORM P190-CONTATO-DIAS THRU P190-FIM
           PERFORM P200-CONTAR-GRUPOS THRU P200-FIM
           PERFORM P196-FECHAR-ESTADOS THRU P196-FIM
           PERFORM P140-CARREGAR-BOLCTL THRU P140-FIM
           PERFORM P500-FATURAR THRU P500-FIM
           PERFORM P900-FIM.

               MOVE 'C:\Users\gotic\opencobolfiles\FECHCTL.TXT'
                   TO WS-FECHCTL-PATH
           END-IF

           DISPLAY 'BOLCTL_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-BOLCTL-PATH       FROM ENVIRONMENT-VALUE
           IF WS-BOLCTL-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\BOLCTL.TXT'
                   TO WS-BOLCTL-PATH
           END-IF

           DISPLAY 'BOLETOS_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-BOLETOS-PATH      FROM ENVIRONMENT-VALUE
           IF WS-BOLETOS-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\BOLETOS.TXT'
                   TO WS-BOLETOS-PATH
           END-IF

           DISPLAY 'REMESSA_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-REMESSA-PATH      FROM ENVIRONMENT-VALUE
           IF WS-REMESSA-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\REMESSA.TXT'
                   TO WS-REMESSA-PATH
           END-IF

           DISPLAY 'GRUPTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-GRUPTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-GRUPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\GRUPTAB.TXT' TO WS-GRUPTAB-PATH
           END-IF
           .
       P100-FIM.

               PERFORM P194-ESTADO-PELO-ANTES THRU P194-FIM
           END-IF

      * TRANSFERENCIA ENTRE EMPRESAS ('TRANSFEMP', DO TRANSCONT)
      * DENTRO DA COMPETENCIA: O CONTATO SO PASSA A CONTAR PARA A
      * EMPRESA NOVA NA COMPETENCIA SEGUINTE. NAO HA CORTE DE
      * PERIODO, E OS EVENTOS SEGUINTES DO MES NAO TROCAM A EMPRESA
      * DO ESTADO (WS-EST-TRANSF). TRANSFERENCIA DE MES ANTERIOR
      * SEGUE O CAMINHO NORMAL E JA VALE A EMPRESA NOVA.
           IF JOR-OPERACAO = 'TRANSFEMP'
                   AND WS-EVT-INT NOT < WS-MES-INI-INT
               MOVE 'S' TO WS-EST-TRANSF(JOR-ID-CONTATO)
               GO TO P192-FIM
           END-IF

           IF WS-EVT-INT > WS-MES-INI-INT
      * EVENTO DENTRO DA COMPETENCIA: FECHA O PERIODO ANTERIOR.
               PERFORM P193-ACUMULAR-PERIODO THRU P193-FIM
               MOVE WS-JOR-GRUPO-TXT
                   TO WS-EST-GRUPO(JOR-ID-CONTATO)
           END-IF
           IF WS-EST-TRANSF(JOR-ID-CONTATO) NOT = 'S'
               MOVE JOR-IMAGEM-DEPOIS(344:2) TO WS-EMPRESA-TXT
               IF WS-EMPRESA-TXT NUMERIC
                       AND WS-EMPRESA-TXT NOT = '00'
                   MOVE WS-EMPRESA-TXT
                       TO WS-EST-EMPRESA(JOR-ID-CONTATO)
               ELSE
                   MOVE 1 TO WS-EST-EMPRESA(JOR-ID-CONTATO)
               END-IF
           END-IF
      * CICLO DE VIDA VIGENTE APOS O EVENTO (POSICAO 352; ESPACO =
      * CLIENTE DA BASE ANTIGA): SO CLIENTE FATURA.
                   IF WS-EMPRESA-CONTATO = 0
                       MOVE 1 TO WS-EMPRESA-CONTATO
                   END-IF
      * CONTATO COM EVENTO NO JORNAL: VALE A EMPRESA DO ESTADO NO
      * FIM DA COMPETENCIA, QUE NO MES DE UMA TRANSFERENCIA AINDA E
      * A DE ORIGEM.
                   IF WS-EST-VISTO(ID-CONTATO) = 'S'
                       MOVE WS-EST-EMPRESA(ID-CONTATO)
                           TO WS-EMPRESA-CONTATO
                   END-IF
      * SO CLIENTE FATURA (ESPACO NA BASE ANTIGA VALE COMO
      * CLIENTE); PROSPECTO E INATIVO FICAM FORA DA CONTAGEM.
                   IF NOT CONTATO-EXCLUIDO
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE '
                   'FATURAMENTO (FS=' WS-FS-HIS ').'
           END-IF
           IF EMITE-BOLETO
               PERFORM P700-ABRIR-BOLETOS THRU P700-FIM
           END-IF

      * A POSICAO 100 ACUMULA OS CONTATOS SEM GRUPO (CD-GRUPO 00),
      * FATURADOS PELO PRECO PADRAO DA TARTAB (GRUPO 00).
           IF FS-HIS-OK
               CLOSE FATHIST
           END-IF
           IF EMITE-BOLETO
               PERFORM P790-FECHAR-BOLETOS THRU P790-FIM
           END-IF

           DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
           DISPLAY 'CONTATOS ATIVOS......: ' WS-ATIVOS
           DISPLAY 'CONTATOS FATURADOS...: ' WS-FATURADOS
           DISPLAY 'ATIVOS SEM TARIFA....: ' WS-SEM-TARIFA
           DISPLAY 'BOLETOS EMITIDOS.....: ' WS-BOLETOS-EMITIDOS
           .
       P500-FIM.

           ADD WS-VALOR-GRUPO TO WS-VALOR-GERAL
           ADD WS-GRP-CONT(WS-GRP-IDX) TO WS-FATURADOS

           SET BOLETO-PRONTO TO FALSE
           IF EMITE-BOLETO AND WS-VALOR-GRUPO > 0
               PERFORM P710-CALCULAR-BOLETO THRU P710-FIM
           END-IF
           PERFORM P520-IMPRIMIR-FATURA THRU P520-FIM
           PERFORM P530-GRAVAR-HISTORICO THRU P530-FIM
           IF BOLETO-PRONTO
               PERFORM P740-REGISTRAR-BOLETO THRU P740-FIM
           END-IF
           .
       P510-FIM.

           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           IF BOLETO-PRONTO
               PERFORM P730-IMPRIMIR-BOLETO THRU P730-FIM
           END-IF

           MOVE SPACES TO REG-FATURA
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P560-FIM.


      * CONTROLE DE BOLETOS E DESCRICOES DOS GRUPOS. SEM CONTROLE
      * VALIDO, AS FATURAS SAEM COMO ANTES, SEM BOLETO.
       P140-CARREGAR-BOLCTL.
           SET EMITE-BOLETO TO FALSE
           SET FS-BCT-OK TO TRUE
           OPEN INPUT BOLCTL
           IF NOT FS-BCT-OK
               DISPLAY 'CONTROLE DE BOLETOS INDISPONIVEL (FS='
                   WS-FS-BCT '). FATURAS SEM BOLETO.'
               GO TO P140-FIM
           END-IF
           READ BOLCTL
               AT END
                   MOVE SPACES TO REG-BOLCTL
           END-READ
           CLOSE BOLCTL
           IF BCT-BANCO NOT NUMERIC OR BCT-AGENCIA NOT NUMERIC
                   OR BCT-CONTA NOT NUMERIC
                   OR BCT-CARTEIRA NOT NUMERIC
                   OR BCT-PRAZO-DIAS NOT NUMERIC
                   OR BCT-ULT-NOSSO-NUMERO NOT NUMERIC
                   OR BCT-ULT-REMESSA NOT NUMERIC
               DISPLAY 'CONTROLE DE BOLETOS INVALIDO. FATURAS SEM '
                   'BOLETO.'
               GO TO P140-FIM
           END-IF
           SET EMITE-BOLETO TO TRUE

           MOVE SPACES TO WS-TAB-DESC-GRUPOS
           SET EOF-OK TO FALSE
           SET FS-GRU-OK TO TRUE
           OPEN INPUT GRUPTAB
           IF FS-GRU-OK
               PERFORM P145-CARREGAR-GRUPO THRU P145-FIM
                   UNTIL EOF-OK
               CLOSE GRUPTAB
           END-IF
           SET EOF-OK TO FALSE
           .
       P140-FIM.

       P145-CARREGAR-GRUPO.
           READ GRUPTAB
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P145-FIM
           END-READ
           IF GRUPTAB-COD NUMERIC AND GRUPTAB-COD > 0
               MOVE GRUPTAB-DESC TO WS-GRP-DESC(GRUPTAB-COD)
           END-IF
           .
       P145-FIM.

      * BOLETOS DA RODADA: ACRESCENTADOS AO ARQUIVO DE BOLETOS E
      * REGISTRADOS NUMA REMESSA NOVA, DE NUMERO SEGUINTE AO ULTIMO.
       P700-ABRIR-BOLETOS.
           SET FS-BOL-OK TO TRUE
           OPEN EXTEND BOLETOS
           IF WS-FS-BOL EQUAL 35
               OPEN OUTPUT BOLETOS
           END-IF
           IF NOT FS-BOL-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE BOLETOS (FS='
                   WS-FS-BOL '). FATURAS SEM BOLETO.'
               SET EMITE-BOLETO TO FALSE
               GO TO P700-FIM
           END-IF
           SET FS-REM-OK TO TRUE
           OPEN OUTPUT REMESSA
           IF NOT FS-REM-OK
               DISPLAY 'ERRO AO GRAVAR A REMESSA AO BANCO (FS='
                   WS-FS-REM '). FATURAS SEM BOLETO.'
               CLOSE BOLETOS
               SET EMITE-BOLETO TO FALSE
               GO TO P700-FIM
           END-IF

           ADD 1 TO BCT-ULT-REMESSA
           MOVE 0 TO WS-SEQ-REMESSA
           MOVE SPACES             TO REG-CNABREM
           MOVE '0'                TO CNR-TIPO
           MOVE '1'                TO CNR-H-OPERACAO
           MOVE 'REMESSA'          TO CNR-H-LITERAL-REMESSA
           MOVE '01'               TO CNR-H-SERVICO
           MOVE 'COBRANCA'         TO CNR-H-LITERAL-SERVICO
           MOVE BCT-COD-EMPRESA    TO CNR-H-COD-EMPRESA
           MOVE BCT-NOME-EMPRESA   TO CNR-H-NOME-EMPRESA
           MOVE BCT-BANCO          TO CNR-H-BANCO
           MOVE BCT-NOME-BANCO     TO CNR-H-NOME-BANCO
           MOVE WS-DATA-SISTEMA    TO WS-DATA-CONV
           PERFORM P760-DATA-DDMMAA THRU P760-FIM
           MOVE WS-DDMMAA          TO CNR-H-DATA-GRAVACAO
           MOVE 'MX'               TO CNR-H-SISTEMA
           MOVE BCT-ULT-REMESSA    TO CNR-H-NUM-REMESSA
           PERFORM P770-GRAVAR-REMESSA THRU P770-FIM
           .
       P700-FIM.

      * NOSSO NUMERO SEGUINTE DO CONTROLE E VENCIMENTO PELO PRAZO,
      * LEVADO AO PROXIMO DIA UTIL.
       P710-CALCULAR-BOLETO.
           COMPUTE WS-VENC-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FATURA)
               + BCT-PRAZO-DIAS
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INTEIRO)
               TO WS-VENCIMENTO
           MOVE 0 TO WS-AVANCOS
           CALL 'DIAUTIL' USING WS-VENCIMENTO WS-DIA-UTIL
           PERFORM P720-AVANCA-DIA THRU P720-FIM
               UNTIL WS-DIA-UTIL = 'S' OR WS-AVANCOS > 10

           MOVE BCT-BANCO      TO BC-BANCO
           MOVE BCT-AGENCIA    TO BC-AGENCIA
           MOVE BCT-CONTA      TO BC-CONTA
           MOVE BCT-CARTEIRA   TO BC-CARTEIRA
           COMPUTE BC-NOSSO-NUMERO = BCT-ULT-NOSSO-NUMERO + 1
           MOVE WS-VENCIMENTO  TO BC-VENCIMENTO
           MOVE WS-VALOR-GRUPO TO BC-VALOR
           CALL 'BOLCALC' USING CALCULO-BOLETO
           IF BC-CALCULADO
               MOVE BC-NOSSO-NUMERO TO BCT-ULT-NOSSO-NUMERO
               SET BOLETO-PRONTO TO TRUE
           ELSE
               DISPLAY 'GRUPO ' WS-GRP-CORRENTE ' SEM BOLETO: VALOR '
                   'OU VENCIMENTO FORA DO PADRAO DO BANCO.'
           END-IF
           .
       P710-FIM.

       P720-AVANCA-DIA.
           ADD 1 TO WS-VENC-INTEIRO
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INTEIRO)
               TO WS-VENCIMENTO
           ADD 1 TO WS-AVANCOS
           CALL 'DIAUTIL' USING WS-VENCIMENTO WS-DIA-UTIL
           .
       P720-FIM.

       P730-IMPRIMIR-BOLETO.
           MOVE SPACES TO REG-FATURA
           STRING 'BOLETO ' DELIMITED BY SIZE
                  BCT-NOME-BANCO            DELIMITED BY '  '
                  ' - NOSSO NUMERO: '       DELIMITED BY SIZE
                  BCT-CARTEIRA(2:2)         DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  BC-NOSSO-NUMERO           DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  BC-NN-DV                  DELIMITED BY SIZE
                  INTO REG-FATURA
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE SPACES TO REG-FATURA
           STRING 'VENCIMENTO: '            DELIMITED BY SIZE
                  WS-VENCIMENTO(7:2)        DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-VENCIMENTO(5:2)        DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-VENCIMENTO(1:4)        DELIMITED BY SIZE
                  INTO REG-FATURA
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE SPACES TO REG-FATURA
           STRING 'LINHA DIGITAVEL: '       DELIMITED BY SIZE
                  BC-LINHA-DIGITAVEL        DELIMITED BY SIZE
                  INTO REG-FATURA
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM

           MOVE SPACES TO REG-FATURA
           STRING 'CODIGO DE BARRAS: '      DELIMITED BY SIZE
                  BC-CODIGO-BARRAS          DELIMITED BY SIZE
                  INTO REG-FATURA
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P730-FIM.

       P740-REGISTRAR-BOLETO.
           MOVE SPACES             TO REG-BOLETO
           MOVE BC-NOSSO-NUMERO    TO BOL-NOSSO-NUMERO
           MOVE BC-NN-DV           TO BOL-NN-DV
           MOVE WS-COMPETENCIA     TO BOL-COMPETENCIA
           MOVE WS-GRP-CORRENTE    TO BOL-GRUPO
           MOVE WS-DATA-FATURA     TO BOL-EMISSAO
           MOVE WS-VENCIMENTO      TO BOL-VENCIMENTO
           MOVE WS-VALOR-GRUPO     TO WS-VALOR-MOEDA
           MOVE WS-VALOR-MOEDA     TO BOL-VALOR
           MOVE BC-CODIGO-BARRAS   TO BOL-CODIGO-BARRAS
           MOVE BC-LINHA-DIGITAVEL TO BOL-LINHA-DIGITAVEL
           SET BOL-ABERTO          TO TRUE
           WRITE REG-BOLETO
           ADD 1 TO WS-BOLETOS-EMITIDOS

      * REGISTRO DO BOLETO NA REMESSA. O NUMERO DE CONTROLE DO
      * PARTICIPANTE LEVA COMPETENCIA + GRUPO, QUE O BANCO DEVOLVE
      * NO RETORNO.
           MOVE SPACES               TO REG-CNABREM
           MOVE '1'                  TO CNR-TIPO
           MOVE ZEROES               TO CNR-D-ZERO
           MOVE BCT-CARTEIRA         TO CNR-D-CARTEIRA
           MOVE BCT-AGENCIA          TO CNR-D-AGENCIA
           MOVE BCT-CONTA            TO CNR-D-CONTA
           MOVE BCT-CONTA-DV         TO CNR-D-CONTA-DV
           MOVE SPACES               TO CNR-D-CONTROLE
           STRING WS-COMPETENCIA     DELIMITED BY SIZE
                  WS-GRP-CORRENTE    DELIMITED BY SIZE
                  INTO CNR-D-CONTROLE
           END-STRING
           MOVE 0                    TO CNR-D-BANCO-DEBITO
           MOVE 0                    TO CNR-D-MULTA
           MOVE 0                    TO CNR-D-PERC-MULTA
           MOVE BC-NOSSO-NUMERO      TO CNR-D-NOSSO-NUMERO
           MOVE BC-NN-DV             TO CNR-D-NN-DV
           MOVE 0                    TO CNR-D-DESCONTO-DIA
           MOVE '2'                  TO CNR-D-EMISSAO-PAPELETA
           MOVE 'N'                  TO CNR-D-DEBITO-AUTOM
           MOVE 1                    TO CNR-D-OCORRENCIA
           MOVE CNR-D-CONTROLE(1:8)  TO CNR-D-DOCUMENTO
           MOVE WS-VENCIMENTO        TO WS-DATA-CONV
           PERFORM P760-DATA-DDMMAA THRU P760-FIM
           MOVE WS-DDMMAA            TO CNR-D-VENCIMENTO
           COMPUTE WS-CENTAVOS = WS-VALOR-GRUPO * 100
           MOVE WS-CENTAVOS          TO CNR-D-VALOR
           MOVE 0                    TO CNR-D-BANCO-COBRADOR
           MOVE 0                    TO CNR-D-AGENCIA-DEPOS
           MOVE 99                   TO CNR-D-ESPECIE
           MOVE 'N'                  TO CNR-D-ACEITE
           MOVE WS-DATA-FATURA       TO WS-DATA-CONV
           PERFORM P760-DATA-DDMMAA THRU P760-FIM
           MOVE WS-DDMMAA            TO CNR-D-EMISSAO
           MOVE 0                    TO CNR-D-INSTRUCAO-1
           MOVE 0                    TO CNR-D-INSTRUCAO-2
           MOVE 0                    TO CNR-D-JUROS-DIA
           MOVE 0                    TO CNR-D-DATA-DESCONTO
           MOVE 0                    TO CNR-D-VALOR-DESCONTO
           MOVE 0                    TO CNR-D-VALOR-IOF
           MOVE 0                    TO CNR-D-ABATIMENTO
           MOVE 98                   TO CNR-D-TIPO-INSCRICAO
           MOVE 0                    TO CNR-D-INSCRICAO
           IF WS-GRP-CORRENTE > 0
                   AND WS-GRP-DESC(WS-GRP-CORRENTE) NOT = SPACES
               MOVE WS-GRP-DESC(WS-GRP-CORRENTE)
                   TO CNR-D-NOME-PAGADOR
           ELSE
               STRING 'DEPARTAMENTO GRUPO ' DELIMITED BY SIZE
                      WS-GRP-CORRENTE       DELIMITED BY SIZE
                      INTO CNR-D-NOME-PAGADOR
               END-STRING
           END-IF
           MOVE 0                    TO CNR-D-CEP
           PERFORM P770-GRAVAR-REMESSA THRU P770-FIM
           .
       P740-FIM.

       P760-DATA-DDMMAA.
           MOVE WS-DATA-CONV(7:2) TO WS-DDMMAA(1:2)
           MOVE WS-DATA-CONV(5:2) TO WS-DDMMAA(3:2)
           MOVE WS-DATA-CONV(3:2) TO WS-DDMMAA(5:2)
           .
       P760-FIM.

       P770-GRAVAR-REMESSA.
           ADD 1 TO WS-SEQ-REMESSA
           MOVE WS-SEQ-REMESSA TO CNR-SEQUENCIA
           WRITE REG-CNABREM
           .
       P770-FIM.

      * TRAILER DA REMESSA E CONTROLE REGRAVADO COM O ULTIMO NOSSO
      * NUMERO E A ULTIMA REMESSA, PARA A PROXIMA RODADA SEGUIR A
      * NUMERACAO.
       P790-FECHAR-BOLETOS.
           MOVE SPACES TO REG-CNABREM
           MOVE '9'    TO CNR-TIPO
           PERFORM P770-GRAVAR-REMESSA THRU P770-FIM
           CLOSE REMESSA
           CLOSE BOLETOS

           SET FS-BCT-OK TO TRUE
           OPEN OUTPUT BOLCTL
           IF FS-BCT-OK
               WRITE REG-BOLCTL
               CLOSE BOLCTL
           ELSE
               DISPLAY 'ERRO AO REGRAVAR O CONTROLE DE BOLETOS (FS='
                   WS-FS-BCT '). ACERTE O ULTIMO NOSSO NUMERO PARA '
                   BCT-ULT-NOSSO-NUMERO ' E A REMESSA PARA '
                   BCT-ULT-REMESSA ' ANTES DA PROXIMA RODADA.'
           END-IF
           .
       P790-FIM.

      * A ULTIMA DECISAO DO FECHACOMP PARA A COMPETENCIA MANDA:
      * 'F' FECHA, 'A' (REABERTA) LIBERA DE NOVO.
       P105-CONFERE-FECHAMENTO.
