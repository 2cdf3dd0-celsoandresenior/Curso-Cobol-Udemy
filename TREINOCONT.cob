      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: MONTA (OU RECARREGA) A BASE DE TREINAMENTO: COPIA O
      *          CONTATOS.DAT E OS ARQUIVOS FILHOS PARA O DIRETORIO
      *          TREINO_DIR, TROCANDO NOME, CPF, E-MAIL, TELEFONES E
      *          RUA POR VALORES FICTICIOS PLAUSIVEIS. ID, UF, DDD,
      *          GRUPO E DATAS FICAM COMO ESTAO, PARA OS RELATORIOS
      *          CONTINUAREM FAZENDO SENTIDO. OS VALORES FICTICIOS SAO
      *          TIRADOS DO PROPRIO ID, ENTAO CADA RECARGA DA O MESMO
      *          NOME AO MESMO CONTATO. O TEXTO DAS ANOTACOES NAO E
      *          COPIADO. O ARQUIVO MORTO (CONTARQ) E MASCARADO COMO O
      *          MESTRE; O COMPLEMENTO (CONTCOMP: SCORE, GERENTE DE
      *          CONTA, AREA RESTRITA) NAO TEM DADO PESSOAL E VAI COMO
      *          ESTA. JORNAL, FILA DE APROVACAO, LOG DE ALTERACOES,
      *          CATALOGOS, REGISTRO DE COMPARTILHAMENTOS E FILA DE
      *          ALERTAS DO TREINO COMECAM VAZIOS, E OS INDICES SAO
      *          REFEITOS NO FIM (IDXCONT, FONECONT, IDXJORN) SOBRE A
      *          COPIA. RODA PELA OPCAO 13 DO MENUCONT (SUPERVISOR) OU
      *          AVULSO, E NUNCA A PARTIR DE UMA SESSAO DE TREINAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINOCONT.

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
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TRCONTATOS ASSIGN TO DYNAMIC
               WS-TRCONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRC-ID-CONTATO
               ALTERNATE RECORD KEY IS TRC-NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TR.

               SELECT TELEFONES ASSIGN TO DYNAMIC
               WS-TELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEL-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TRTELEFONES ASSIGN TO DYNAMIC
               WS-TRTELEFONES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRT-CHAVE
               FILE STATUS IS WS-FS-TR.

               SELECT RELAFILE ASSIGN TO DYNAMIC
               WS-RELAFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TRRELAFILE ASSIGN TO DYNAMIC
               WS-TRRELAFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRR-CHAVE
               FILE STATUS IS WS-FS-TR.

               SELECT POLFILE ASSIGN TO DYNAMIC
               WS-POLFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POL-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TRPOLFILE ASSIGN TO DYNAMIC
               WS-TRPOLFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRP-CHAVE
               FILE STATUS IS WS-FS-TR.

               SELECT CONTARQ ASSIGN TO DYNAMIC
               WS-CONTARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARQ-ID-CONTATO
               ALTERNATE RECORD KEY IS ARQ-NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TRCONTARQ ASSIGN TO DYNAMIC
               WS-TRCONTARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRA-ID-CONTATO
               ALTERNATE RECORD KEY IS TRA-NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TR.

               SELECT CONTCOMP ASSIGN TO DYNAMIC
               WS-CONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-ID-CONTATO
               FILE STATUS IS WS-FS.

               SELECT TRCONTCOMP ASSIGN TO DYNAMIC
               WS-TRCONTCOMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRM-ID-CONTATO
               FILE STATUS IS WS-FS-TR.

      * ARQUIVOS SEQUENCIAIS (ENDHIST, NOTAFILE, FUPFILE, CAMPHIST)
      * PASSAM UM DE CADA VEZ POR ESTE PAR GENERICO; OS QUE SAO
      * MASCARADOS SAO DECOMPOSTOS NO LAYOUT DA WORKING-STORAGE.
               SELECT ORIGEM ASSIGN TO DYNAMIC
               WS-ORIGEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

               SELECT DESTINO ASSIGN TO DYNAMIC
               WS-DESTINO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TR.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTATOS.

       FD TRCONTATOS.
          COPY FD_CONTATOS REPLACING
               ==REG-CONTATOS==      BY ==REG-TRCONTATOS==
               ==ID-CONTATO==        BY ==TRC-ID-CONTATO==
               ==NM-CONTATO==        BY ==TRC-NM-CONTATO==
               ==DT-INCLUSAO==       BY ==TRC-DT-INCLUSAO==
               ==DT-ALTERACAO==      BY ==TRC-DT-ALTERACAO==
               ==DT-NASCIMENTO==     BY ==TRC-DT-NASCIMENTO==
               ==CD-GRUPO==          BY ==TRC-CD-GRUPO==
               ==IND-OPT-MALA==      BY ==TRC-IND-OPT-MALA==
               ==OPT-MALA-NAO==      BY ==TRC-OPT-MALA-NAO==
               ==IND-OPT-EMAIL==     BY ==TRC-IND-OPT-EMAIL==
               ==OPT-EMAIL-NAO==     BY ==TRC-OPT-EMAIL-NAO==
               ==DT-CONSENTIMENTO==  BY ==TRC-DT-CONSENTIMENTO==
               ==IND-END-DEVOLVIDO== BY ==TRC-IND-END-DEVOLVIDO==
               ==ENDERECO-DEVOLVIDO== BY ==TRC-ENDERECO-DEVOLVIDO==
               ==DT-DEVOLUCAO==      BY ==TRC-DT-DEVOLUCAO==
               ==CD-MOTIVO-EXCLUSAO== BY ==TRC-CD-MOTIVO-EXCLUSAO==
               ==IND-EXCLUIDO==      BY ==TRC-IND-EXCLUIDO==
               ==CONTATO-ATIVO==     BY ==TRC-CONTATO-ATIVO==
               ==CONTATO-EXCLUIDO==  BY ==TRC-CONTATO-EXCLUIDO==
               ==CADASTRO-PF==       BY ==TRC-CADASTRO-PF==
               ==CADASTRO-PJ==       BY ==TRC-CADASTRO-PJ==
               ==PJ-RAZAO-SOCIAL==   BY ==TRC-PJ-RAZAO-SOCIAL==
               ==PJ-NOME-FANTASIA==  BY ==TRC-PJ-NOME-FANTASIA==
               ==PJ-PESSOA-CONTATO== BY ==TRC-PJ-PESSOA-CONTATO==
               ==TP-PESSOA==         BY ==TRC-TP-PESSOA==
               ==NR-CPF==            BY ==TRC-NR-CPF==
               ==PESSOA-FISICA==     BY ==TRC-PESSOA-FISICA==
               ==PESSOA-JURIDICA==   BY ==TRC-PESSOA-JURIDICA==
               ==WS-NOME==           BY ==TRC-NOME==
               ==WS-PRIMEIRO-NOME==  BY ==TRC-PRIMEIRO-NOME==
               ==WS-ULTIMO-NOME==    BY ==TRC-ULTIMO-NOME==
               ==WS-TELEFONE==       BY ==TRC-TELEFONE==
               ==WS-PAIS==           BY ==TRC-PAIS==
               ==WS-DDD==            BY ==TRC-DDD==
               ==WS-PREFIXO==        BY ==TRC-PREFIXO==
               ==WS-SUFIXO==         BY ==TRC-SUFIXO==
               ==WS-TIPO-TEL==       BY ==TRC-TIPO-TEL==
               ==TEL-FIXO==          BY ==TRC-TEL-FIXO==
               ==TEL-CELULAR==       BY ==TRC-TEL-CELULAR==
               ==WS-ENDERECO==       BY ==TRC-ENDERECO==
               ==WS-RUA==            BY ==TRC-RUA==
               ==WS-BAIRRO==         BY ==TRC-BAIRRO==
               ==WS-CIDADE==         BY ==TRC-CIDADE==
               ==WS-UF==             BY ==TRC-UF==
               ==WS-CEP-1==          BY ==TRC-CEP-1==
               ==WS-CEP-2==          BY ==TRC-CEP-2==
               ==WS-CEP==            BY ==TRC-CEP==
               ==WS-NACIONALIDADE==  BY ==TRC-NACIONALIDADE==
               ==WS-PROFISSAO==      BY ==TRC-PROFISSAO==
               ==WS-EMAIL==          BY ==TRC-EMAIL==.

       FD TELEFONES.
          COPY FD_TELEFONES.

       FD TRTELEFONES.
          COPY FD_TELEFONES REPLACING
               ==REG-TELEFONES==     BY ==REG-TRTELEFONES==
               ==TEL-CHAVE==         BY ==TRT-CHAVE==
               ==TEL-ID-CONTATO==    BY ==TRT-ID-CONTATO==
               ==TEL-SEQUENCIA==     BY ==TRT-SEQUENCIA==
               ==TEL-TIPO==          BY ==TRT-TIPO==
               ==TEL-TIPO-RESIDENCIAL== BY ==TRT-TIPO-RESIDENCIAL==
               ==TEL-TIPO-COMERCIAL==   BY ==TRT-TIPO-COMERCIAL==
               ==TEL-TIPO-CELULAR==     BY ==TRT-TIPO-CELULAR==
               ==TEL-PAIS==          BY ==TRT-PAIS==
               ==TEL-DDD==           BY ==TRT-DDD==
               ==TEL-PREFIXO==       BY ==TRT-PREFIXO==
               ==TEL-SUFIXO==        BY ==TRT-SUFIXO==.

       FD RELAFILE.
          COPY RELACONT.

       FD TRRELAFILE.
          COPY RELACONT REPLACING
               ==REG-RELACONT==      BY ==REG-TRRELACONT==
               ==REL-CHAVE==         BY ==TRR-CHAVE==
               ==REL-ID-UM==         BY ==TRR-ID-UM==
               ==REL-ID-DOIS==       BY ==TRR-ID-DOIS==
               ==REL-TIPO==          BY ==TRR-TIPO==.

       FD POLFILE.
          COPY POLFILE.

       FD TRPOLFILE.
          COPY POLFILE REPLACING
               ==REG-POLFILE==       BY ==REG-TRPOLFILE==
               ==POL-CHAVE==         BY ==TRP-CHAVE==
               ==POL-ID-CONTATO==    BY ==TRP-ID-CONTATO==
               ==POL-NUMERO==        BY ==TRP-NUMERO==
               ==POL-PRODUTO==       BY ==TRP-PRODUTO==
               ==POL-DT-INICIO==     BY ==TRP-DT-INICIO==
               ==POL-SITUACAO==      BY ==TRP-SITUACAO==.

       FD CONTARQ.
          COPY FD_CONTATOS REPLACING
               ==REG-CONTATOS==      BY ==REG-CONTARQ==
               ==ID-CONTATO==        BY ==ARQ-ID-CONTATO==
               ==NM-CONTATO==        BY ==ARQ-NM-CONTATO==
               ==DT-INCLUSAO==       BY ==ARQ-DT-INCLUSAO==
               ==DT-ALTERACAO==      BY ==ARQ-DT-ALTERACAO==
               ==DT-NASCIMENTO==     BY ==ARQ-DT-NASCIMENTO==
               ==CD-GRUPO==          BY ==ARQ-CD-GRUPO==
               ==IND-OPT-MALA==      BY ==ARQ-IND-OPT-MALA==
               ==OPT-MALA-NAO==      BY ==ARQ-OPT-MALA-NAO==
               ==IND-OPT-EMAIL==     BY ==ARQ-IND-OPT-EMAIL==
               ==OPT-EMAIL-NAO==     BY ==ARQ-OPT-EMAIL-NAO==
               ==DT-CONSENTIMENTO==  BY ==ARQ-DT-CONSENTIMENTO==
               ==IND-END-DEVOLVIDO== BY ==ARQ-IND-END-DEVOLVIDO==
               ==ENDERECO-DEVOLVIDO== BY ==ARQ-ENDERECO-DEVOLVIDO==
               ==DT-DEVOLUCAO==      BY ==ARQ-DT-DEVOLUCAO==
               ==CD-MOTIVO-EXCLUSAO== BY ==ARQ-CD-MOTIVO-EXCLUSAO==
               ==IND-EXCLUIDO==      BY ==ARQ-IND-EXCLUIDO==
               ==CONTATO-ATIVO==     BY ==ARQ-CONTATO-ATIVO==
               ==CONTATO-EXCLUIDO==  BY ==ARQ-CONTATO-EXCLUIDO==
               ==CADASTRO-PF==       BY ==ARQ-CADASTRO-PF==
               ==CADASTRO-PJ==       BY ==ARQ-CADASTRO-PJ==
               ==PJ-RAZAO-SOCIAL==   BY ==ARQ-PJ-RAZAO-SOCIAL==
               ==PJ-NOME-FANTASIA==  BY ==ARQ-PJ-NOME-FANTASIA==
               ==PJ-PESSOA-CONTATO== BY ==ARQ-PJ-PESSOA-CONTATO==
               ==TP-PESSOA==         BY ==ARQ-TP-PESSOA==
               ==NR-CPF==            BY ==ARQ-NR-CPF==
               ==PESSOA-FISICA==     BY ==ARQ-PESSOA-FISICA==
               ==PESSOA-JURIDICA==   BY ==ARQ-PESSOA-JURIDICA==
               ==WS-NOME==           BY ==ARQ-NOME==
               ==WS-PRIMEIRO-NOME==  BY ==ARQ-PRIMEIRO-NOME==
               ==WS-ULTIMO-NOME==    BY ==ARQ-ULTIMO-NOME==
               ==WS-TELEFONE==       BY ==ARQ-TELEFONE==
               ==WS-PAIS==           BY ==ARQ-PAIS==
               ==WS-DDD==            BY ==ARQ-DDD==
               ==WS-PREFIXO==        BY ==ARQ-PREFIXO==
               ==WS-SUFIXO==         BY ==ARQ-SUFIXO==
               ==WS-TIPO-TEL==       BY ==ARQ-TIPO-TEL==
               ==TEL-FIXO==          BY ==ARQ-TEL-FIXO==
               ==TEL-CELULAR==       BY ==ARQ-TEL-CELULAR==
               ==WS-ENDERECO==       BY ==ARQ-ENDERECO==
               ==WS-RUA==            BY ==ARQ-RUA==
               ==WS-BAIRRO==         BY ==ARQ-BAIRRO==
               ==WS-CIDADE==         BY ==ARQ-CIDADE==
               ==WS-UF==             BY ==ARQ-UF==
               ==WS-CEP-1==          BY ==ARQ-CEP-1==
               ==WS-CEP-2==          BY ==ARQ-CEP-2==
               ==WS-CEP==            BY ==ARQ-CEP==
               ==WS-NACIONALIDADE==  BY ==ARQ-NACIONALIDADE==
               ==WS-PROFISSAO==      BY ==ARQ-PROFISSAO==
               ==WS-EMAIL==          BY ==ARQ-EMAIL==.


       FD TRCONTARQ.
          COPY FD_CONTATOS REPLACING
               ==REG-CONTATOS==      BY ==REG-TRCONTARQ==
               ==ID-CONTATO==        BY ==TRA-ID-CONTATO==
               ==NM-CONTATO==        BY ==TRA-NM-CONTATO==
               ==DT-INCLUSAO==       BY ==TRA-DT-INCLUSAO==
               ==DT-ALTERACAO==      BY ==TRA-DT-ALTERACAO==
               ==DT-NASCIMENTO==     BY ==TRA-DT-NASCIMENTO==
               ==CD-GRUPO==          BY ==TRA-CD-GRUPO==
               ==IND-OPT-MALA==      BY ==TRA-IND-OPT-MALA==
               ==OPT-MALA-NAO==      BY ==TRA-OPT-MALA-NAO==
               ==IND-OPT-EMAIL==     BY ==TRA-IND-OPT-EMAIL==
               ==OPT-EMAIL-NAO==     BY ==TRA-OPT-EMAIL-NAO==
               ==DT-CONSENTIMENTO==  BY ==TRA-DT-CONSENTIMENTO==
               ==IND-END-DEVOLVIDO== BY ==TRA-IND-END-DEVOLVIDO==
               ==ENDERECO-DEVOLVIDO== BY ==TRA-ENDERECO-DEVOLVIDO==
               ==DT-DEVOLUCAO==      BY ==TRA-DT-DEVOLUCAO==
               ==CD-MOTIVO-EXCLUSAO== BY ==TRA-CD-MOTIVO-EXCLUSAO==
               ==IND-EXCLUIDO==      BY ==TRA-IND-EXCLUIDO==
               ==CONTATO-ATIVO==     BY ==TRA-CONTATO-ATIVO==
               ==CONTATO-EXCLUIDO==  BY ==TRA-CONTATO-EXCLUIDO==
               ==CADASTRO-PF==       BY ==TRA-CADASTRO-PF==
               ==CADASTRO-PJ==       BY ==TRA-CADASTRO-PJ==
               ==PJ-RAZAO-SOCIAL==   BY ==TRA-PJ-RAZAO-SOCIAL==
               ==PJ-NOME-FANTASIA==  BY ==TRA-PJ-NOME-FANTASIA==
               ==PJ-PESSOA-CONTATO== BY ==TRA-PJ-PESSOA-CONTATO==
               ==TP-PESSOA==         BY ==TRA-TP-PESSOA==
               ==NR-CPF==            BY ==TRA-NR-CPF==
               ==PESSOA-FISICA==     BY ==TRA-PESSOA-FISICA==
               ==PESSOA-JURIDICA==   BY ==TRA-PESSOA-JURIDICA==
               ==WS-NOME==           BY ==TRA-NOME==
               ==WS-PRIMEIRO-NOME==  BY ==TRA-PRIMEIRO-NOME==
               ==WS-ULTIMO-NOME==    BY ==TRA-ULTIMO-NOME==
               ==WS-TELEFONE==       BY ==TRA-TELEFONE==
               ==WS-PAIS==           BY ==TRA-PAIS==
               ==WS-DDD==            BY ==TRA-DDD==
               ==WS-PREFIXO==        BY ==TRA-PREFIXO==
               ==WS-SUFIXO==         BY ==TRA-SUFIXO==
               ==WS-TIPO-TEL==       BY ==TRA-TIPO-TEL==
               ==TEL-FIXO==          BY ==TRA-TEL-FIXO==
               ==TEL-CELULAR==       BY ==TRA-TEL-CELULAR==
               ==WS-ENDERECO==       BY ==TRA-ENDERECO==
               ==WS-RUA==            BY ==TRA-RUA==
               ==WS-BAIRRO==         BY ==TRA-BAIRRO==
               ==WS-CIDADE==         BY ==TRA-CIDADE==
               ==WS-UF==             BY ==TRA-UF==
               ==WS-CEP-1==          BY ==TRA-CEP-1==
               ==WS-CEP-2==          BY ==TRA-CEP-2==
               ==WS-CEP==            BY ==TRA-CEP==
               ==WS-NACIONALIDADE==  BY ==TRA-NACIONALIDADE==
               ==WS-PROFISSAO==      BY ==TRA-PROFISSAO==
               ==WS-EMAIL==          BY ==TRA-EMAIL==.


       FD CONTCOMP.
          COPY CONTCOMP.

       FD TRCONTCOMP.
          COPY CONTCOMP REPLACING
               ==REG-CONTCOMP==      BY ==REG-TRCONTCOMP==
               ==CMP-ID-CONTATO==    BY ==TRM-ID-CONTATO==
               ==CMP-SCORE==         BY ==TRM-SCORE==
               ==CMP-DT-SCORE==      BY ==TRM-DT-SCORE==
               ==CMP-FAIXA-SCORE==   BY ==TRM-FAIXA-SCORE==
               ==CMP-FAIXA-A==       BY ==TRM-FAIXA-A==
               ==CMP-FAIXA-B==       BY ==TRM-FAIXA-B==
               ==CMP-FAIXA-C==       BY ==TRM-FAIXA-C==
               ==CMP-FAIXA-D==       BY ==TRM-FAIXA-D==
               ==CMP-FAIXA-E==       BY ==TRM-FAIXA-E==
               ==CMP-DT-FUP-SCORE==  BY ==TRM-DT-FUP-SCORE==
               ==CMP-GERENTE==       BY ==TRM-GERENTE==
               ==CMP-DT-GERENTE==    BY ==TRM-DT-GERENTE==
               ==CMP-AREA-RESTRITA== BY ==TRM-AREA-RESTRITA==
               ==CMP-EM-AREA-RESTRITA== BY ==TRM-EM-AREA-RESTRITA==
               ==CMP-DT-AREA-RESTR== BY ==TRM-DT-AREA-RESTR==.

       FD ORIGEM.
       01 REG-ORIGEM                PIC X(500).

       FD DESTINO.
       01 REG-DESTINO               PIC X(500).

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO (VEJA TREINO.cpy).
       77 WS-TREINO                 PIC X(01).
          88 MODO-TREINO            VALUE 'S'.
       77 WS-TREINO-ROTULO          PIC X(11).

       77 WS-CONTATOS-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTATOS.DAT'.
       77 WS-TELEFONES-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TELEFONES.DAT'.
       77 WS-RELAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RELAFILE.DAT'.
       77 WS-POLFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'.
       77 WS-ENDHIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ENDHIST.TXT'.
       77 WS-NOTAFILE-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'.
       77 WS-FUPFILE-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'.
       77 WS-CAMPHIST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'.
       77 WS-CONTARQ-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTARQ.DAT'.
       77 WS-CONTCOMP-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'.

      * DIRETORIO DA BASE DE TREINAMENTO; O MESMO QUE O MENUCONT USA
      * NO SIGN-ON DE TREINAMENTO (TREINO_DIR).
       77 WS-TREINO-DIR             PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TREINO\'.
       77 WS-TR-NOME                PIC X(30) VALUE SPACES.
       77 WS-TR-PATH                PIC X(100) VALUE SPACES.
       77 WS-TRCONTATOS-PATH        PIC X(100) VALUE SPACES.
       77 WS-TRTELEFONES-PATH       PIC X(100) VALUE SPACES.
       77 WS-TRRELAFILE-PATH        PIC X(100) VALUE SPACES.
       77 WS-TRPOLFILE-PATH         PIC X(100) VALUE SPACES.
       77 WS-TRCONTARQ-PATH         PIC X(100) VALUE SPACES.
       77 WS-TRCONTCOMP-PATH        PIC X(100) VALUE SPACES.
       77 WS-ORIGEM-PATH            PIC X(100) VALUE SPACES.
       77 WS-DESTINO-PATH           PIC X(100) VALUE SPACES.

       77 WS-FS                     PIC 99.
          COPY FSTATUS.
       77 WS-FS-TR                  PIC 99.
          88 FS-TR-OK               VALUE 0.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

      * MASCARA DO SEQUENCIAL EM CURSO: E = ENDHIST, N = NOTAFILE,
      * BRANCO = COPIA SEM ALTERACAO.
       77 WS-MASCARA                PIC X(01) VALUE SPACE.
          88 MASCARA-ENDHIST        VALUE 'E'.
          88 MASCARA-NOTAFILE       VALUE 'N'.

       77 WS-RC                     PIC 9(02) VALUE ZEROES.

       77 WS-QT-CONTATOS            PIC 9(07) VALUE ZEROES.
       77 WS-QT-MASCARADOS          PIC 9(07) VALUE ZEROES.
       77 WS-QT-TELEFONES           PIC 9(07) VALUE ZEROES.
       77 WS-QT-RELACOES            PIC 9(07) VALUE ZEROES.
       77 WS-QT-APOLICES            PIC 9(07) VALUE ZEROES.
       77 WS-QT-ARQUIVADOS          PIC 9(07) VALUE ZEROES.
       77 WS-QT-COMPLEMENTOS        PIC 9(07) VALUE ZEROES.
       77 WS-QT-LINHAS              PIC 9(07) VALUE ZEROES.

       COPY ENDHIST.
       COPY NOTAFILE.

      * VALORES FICTICIOS. O NOME SAI DO ID: O RESTO POR 20 ESCOLHE O
      * PRENOME E O RESTO DO QUOCIENTE POR 20 ESCOLHE O SOBRENOME, O
      * QUE DA 400 COMBINACOES ANTES DE REPETIR.
       01 WS-TAB-PRENOMES.
           03 FILLER PIC X(20) VALUE 'ANA'.
           03 FILLER PIC X(20) VALUE 'BRUNO'.
           03 FILLER PIC X(20) VALUE 'CARLA'.
           03 FILLER PIC X(20) VALUE 'DANIEL'.
           03 FILLER PIC X(20) VALUE 'EDUARDA'.
           03 FILLER PIC X(20) VALUE 'FABIO'.
           03 FILLER PIC X(20) VALUE 'GABRIELA'.
           03 FILLER PIC X(20) VALUE 'HEITOR'.
           03 FILLER PIC X(20) VALUE 'ISABELA'.
           03 FILLER PIC X(20) VALUE 'JOAO'.
           03 FILLER PIC X(20) VALUE 'LARISSA'.
           03 FILLER PIC X(20) VALUE 'MARCOS'.
           03 FILLER PIC X(20) VALUE 'NATALIA'.
           03 FILLER PIC X(20) VALUE 'OTAVIO'.
           03 FILLER PIC X(20) VALUE 'PATRICIA'.
           03 FILLER PIC X(20) VALUE 'RAFAEL'.
           03 FILLER PIC X(20) VALUE 'SILVIA'.
           03 FILLER PIC X(20) VALUE 'TIAGO'.
           03 FILLER PIC X(20) VALUE 'VANESSA'.
           03 FILLER PIC X(20) VALUE 'WAGNER'.
       01 WS-PRENOMES REDEFINES WS-TAB-PRENOMES.
           03 WS-PRENOME OCCURS 20 TIMES PIC X(20).

       01 WS-TAB-SOBRENOMES.
           03 FILLER PIC X(20) VALUE 'ALMEIDA'.
           03 FILLER PIC X(20) VALUE 'BARBOSA'.
           03 FILLER PIC X(20) VALUE 'CARDOSO'.
           03 FILLER PIC X(20) VALUE 'DIAS'.
           03 FILLER PIC X(20) VALUE 'FERREIRA'.
           03 FILLER PIC X(20) VALUE 'GOMES'.
           03 FILLER PIC X(20) VALUE 'LIMA'.
           03 FILLER PIC X(20) VALUE 'MARTINS'.
           03 FILLER PIC X(20) VALUE 'MOREIRA'.
           03 FILLER PIC X(20) VALUE 'NASCIMENTO'.
           03 FILLER PIC X(20) VALUE 'OLIVEIRA'.
           03 FILLER PIC X(20) VALUE 'PEREIRA'.
           03 FILLER PIC X(20) VALUE 'RIBEIRO'.
           03 FILLER PIC X(20) VALUE 'ROCHA'.
           03 FILLER PIC X(20) VALUE 'SANTOS'.
           03 FILLER PIC X(20) VALUE 'SILVA'.
           03 FILLER PIC X(20) VALUE 'SOUZA'.
           03 FILLER PIC X(20) VALUE 'TEIXEIRA'.
           03 FILLER PIC X(20) VALUE 'VIEIRA'.
           03 FILLER PIC X(20) VALUE 'XAVIER'.
       01 WS-SOBRENOMES REDEFINES WS-TAB-SOBRENOMES.
           03 WS-SOBRENOME OCCURS 20 TIMES PIC X(20).

       01 WS-TAB-RUAS.
           03 FILLER PIC X(15) VALUE 'R DAS FLORES'.
           03 FILLER PIC X(15) VALUE 'R DO COMERCIO'.
           03 FILLER PIC X(15) VALUE 'AV BRASIL'.
           03 FILLER PIC X(15) VALUE 'R SETE'.
           03 FILLER PIC X(15) VALUE 'R DA PAZ'.
           03 FILLER PIC X(15) VALUE 'AV DAS PALMEIRA'.
           03 FILLER PIC X(15) VALUE 'R SAO JOSE'.
           03 FILLER PIC X(15) VALUE 'R DO CAMPO'.
           03 FILLER PIC X(15) VALUE 'TV DA ESPERANCA'.
           03 FILLER PIC X(15) VALUE 'R DAS ACACIAS'.
           03 FILLER PIC X(15) VALUE 'AV CENTRAL'.
           03 FILLER PIC X(15) VALUE 'R DO SOL'.
       01 WS-RUAS REDEFINES WS-TAB-RUAS.
           03 WS-RUA-FICT OCCURS 12 TIMES PIC X(15).

       77 WS-IX-PRENOME             PIC 9(02) VALUE ZEROES.
       77 WS-IX-SOBRENOME           PIC 9(02) VALUE ZEROES.
       77 WS-IX-RUA                 PIC 9(02) VALUE ZEROES.
       77 WS-QUOCIENTE              PIC 9(07) VALUE ZEROES.
       77 WS-AUX                    PIC 9(12) VALUE ZEROES.
       77 WS-SEMENTE                PIC 9(07) VALUE ZEROES.
       77 WS-ID-EDIT                PIC 9(05) VALUE ZEROES.
       77 WS-NOME-FICT              PIC X(20) VALUE SPACES.
       77 WS-SOBRENOME-FICT         PIC X(20) VALUE SPACES.

      * CPF FICTICIO: NOVE DIGITOS TIRADOS DO ID E OS DOIS VERIFICA-
      * DORES CALCULADOS PELO CPFCHECK, PARA O CPF PASSAR NAS TELAS.
       77 WS-CPF-VALIDO             PIC X VALUE 'N'.
          88 CPF-VALIDO             VALUE 'S' FALSE 'N'.
       01 WS-CPF-GRUPO.
           03 WS-CPF                 PIC 9(11) VALUE ZEROES.
       01 WS-CPF-DIGITOS REDEFINES WS-CPF-GRUPO.
           03 WS-CPF-DIG OCCURS 11 TIMES PIC 9(01).
       77 WS-CPF-SOMA               PIC 9(04) VALUE ZEROES.
       77 WS-CPF-QUOCIENTE          PIC 9(04) VALUE ZEROES.
       77 WS-CPF-RESTO              PIC 9(02) VALUE ZEROES.
       77 WS-CPF-DV1                PIC 9(01) VALUE ZEROES.
       77 WS-CPF-DV2                PIC 9(01) VALUE ZEROES.
       77 WS-CPF-I                  PIC 9(02) VALUE ZEROES.
       77 WS-CPF-PESO               PIC 9(02) VALUE ZEROES.
       77 WS-CPF-IGUAIS             PIC 9(02) VALUE ZEROES.

      * ARQUIVOS DE MOVIMENTO QUE A BASE DE TREINAMENTO COMECA VAZIA.
       01 WS-TAB-ZERAR.
           03 FILLER PIC X(30) VALUE 'JORNAL.LOG'.
           03 FILLER PIC X(30) VALUE 'JORNAL.SEQ'.
           03 FILLER PIC X(30) VALUE 'JORCAT.TXT'.
           03 FILLER PIC X(30) VALUE 'APRFILA.TXT'.
           03 FILLER PIC X(30) VALUE 'ALTERCONT.LOG'.
           03 FILLER PIC X(30) VALUE 'BKPCAT.TXT'.
           03 FILLER PIC X(30) VALUE 'DIVULG.TXT'.
           03 FILLER PIC X(30) VALUE 'REVELALOG.TXT'.
           03 FILLER PIC X(30) VALUE 'RELCAT.TXT'.
           03 FILLER PIC X(30) VALUE 'ARQREG.TXT'.
           03 FILLER PIC X(30) VALUE 'ALRFILA.TXT'.
       01 WS-ZERAR REDEFINES WS-TAB-ZERAR.
           03 WS-ZERAR-NOME OCCURS 11 TIMES PIC X(30).
       77 WS-IX-ZERAR               PIC 9(02) VALUE ZEROES.

      * CAMINHOS QUE OS PROGRAMAS DE INDICE LEEM DO AMBIENTE. SAO
      * APONTADOS PARA A BASE DE TREINAMENTO DURANTE A RECONSTRUCAO
      * E DEPOIS VOLTAM AO VALOR QUE TINHAM.
       01 WS-TAB-INDICES.
           03 FILLER PIC X(50) VALUE
              'CONTATOS_PATH       CONTATOS.DAT'.
           03 FILLER PIC X(50) VALUE
              'TELEFONES_PATH      TELEFONES.DAT'.
           03 FILLER PIC X(50) VALUE
              'CPFIDX_PATH         CPFIDX.DAT'.
           03 FILLER PIC X(50) VALUE
              'TELIDX_PATH         TELIDX.DAT'.
           03 FILLER PIC X(50) VALUE
              'MAILIDX_PATH        MAILIDX.DAT'.
           03 FILLER PIC X(50) VALUE
              'FONEIDX_PATH        FONEIDX.DAT'.
           03 FILLER PIC X(50) VALUE
              'JOURNAL_PATH        JORNAL.LOG'.
           03 FILLER PIC X(50) VALUE
              'JORCAT_PATH         JORCAT.TXT'.
           03 FILLER PIC X(50) VALUE
              'JORIDX_PATH         JORIDX.DAT'.
       01 WS-INDICES REDEFINES WS-TAB-INDICES.
           03 WS-INDICE OCCURS 9 TIMES.
               05 WS-INDICE-VAR     PIC X(20).
               05 WS-INDICE-NOME    PIC X(30).
       01 WS-TAB-SALVOS.
           03 WS-SALVO OCCURS 9 TIMES PIC X(100).
       77 WS-IX-INDICE              PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** RECARGA DA BASE DE TREINAMENTO ***'
           COPY TREINO.
           IF MODO-TREINO
               DISPLAY 'A RECARGA PARTE DA PRODUCAO: SAIA DO '
                       'TREINAMENTO E ENTRE COMO SUPERVISOR.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           PERFORM P100-LOCALIZA-ARQUIVOS
           DISPLAY 'DESTINO: ' FUNCTION TRIM(WS-TREINO-DIR)

           PERFORM P200-COPIAR-CONTATOS THRU P200-FIM
           IF WS-RC > 4
               DISPLAY 'RECARGA INTERROMPIDA. BASE DE TREINAMENTO '
                       'INCOMPLETA.'
               MOVE WS-RC TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           PERFORM P300-COPIAR-TELEFONES THRU P300-FIM
           PERFORM P400-COPIAR-RELACOES THRU P400-FIM
           PERFORM P450-COPIAR-APOLICES THRU P450-FIM
           PERFORM P470-COPIAR-COMPLEMENTOS THRU P470-FIM

           MOVE WS-ENDHIST-PATH TO WS-ORIGEM-PATH
           MOVE 'ENDHIST.TXT' TO WS-TR-NOME
           SET MASCARA-ENDHIST TO TRUE
           PERFORM P500-COPIAR-SEQUENCIAL THRU P500-FIM

           MOVE WS-NOTAFILE-PATH TO WS-ORIGEM-PATH
           MOVE 'NOTAFILE.TXT' TO WS-TR-NOME
           SET MASCARA-NOTAFILE TO TRUE
           PERFORM P500-COPIAR-SEQUENCIAL THRU P500-FIM

           MOVE WS-FUPFILE-PATH TO WS-ORIGEM-PATH
           MOVE 'FUPFILE.TXT' TO WS-TR-NOME
           MOVE SPACE TO WS-MASCARA
           PERFORM P500-COPIAR-SEQUENCIAL THRU P500-FIM

           MOVE WS-CAMPHIST-PATH TO WS-ORIGEM-PATH
           MOVE 'CAMPHIST.TXT' TO WS-TR-NOME
           MOVE SPACE TO WS-MASCARA
           PERFORM P500-COPIAR-SEQUENCIAL THRU P500-FIM

           PERFORM P600-ZERAR-MOVIMENTO THRU P600-FIM
               VARYING WS-IX-ZERAR FROM 1 BY 1
               UNTIL WS-IX-ZERAR > 11

           PERFORM P700-REFAZER-INDICES THRU P700-FIM

           DISPLAY 'CONTATOS COPIADOS....: ' WS-QT-CONTATOS
           DISPLAY 'CONTATOS MASCARADOS..: ' WS-QT-MASCARADOS
           DISPLAY 'TELEFONES COPIADOS...: ' WS-QT-TELEFONES
           DISPLAY 'RELACOES COPIADAS....: ' WS-QT-RELACOES
           DISPLAY 'APOLICES COPIADAS....: ' WS-QT-APOLICES
           DISPLAY 'ARQUIVADOS COPIADOS..: ' WS-QT-ARQUIVADOS
           DISPLAY 'COMPLEMENTOS COPIADOS: ' WS-QT-COMPLEMENTOS
           DISPLAY 'LINHAS SEQUENCIAIS...: ' WS-QT-LINHAS
           IF WS-RC = 0
               DISPLAY 'BASE DE TREINAMENTO RECARREGADA.'
           ELSE
               DISPLAY 'BASE DE TREINAMENTO RECARREGADA COM AVISOS.'
           END-IF
           MOVE WS-RC TO RETURN-CODE
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

           DISPLAY 'RELAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RELAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RELAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RELAFILE.DAT'
                   TO WS-RELAFILE-PATH
           END-IF

           DISPLAY 'POLFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-POLFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-POLFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'
                   TO WS-POLFILE-PATH
           END-IF

           DISPLAY 'ENDHIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENDHIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ENDHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\ENDHIST.TXT'
                   TO WS-ENDHIST-PATH
           END-IF

           DISPLAY 'NOTAFILE_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOTAFILE-PATH     FROM ENVIRONMENT-VALUE
           IF WS-NOTAFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\NOTAFILE.TXT'
                   TO WS-NOTAFILE-PATH
           END-IF

           DISPLAY 'FUPFILE_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUPFILE-PATH      FROM ENVIRONMENT-VALUE
           IF WS-FUPFILE-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\FUPFILE.TXT'
                   TO WS-FUPFILE-PATH
           END-IF

           DISPLAY 'CAMPHIST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPHIST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CAMPHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CAMPHIST.TXT'
                   TO WS-CAMPHIST-PATH
           END-IF

           DISPLAY 'CONTARQ_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTARQ-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CONTARQ-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTARQ.DAT'
                   TO WS-CONTARQ-PATH
           END-IF

           DISPLAY 'CONTCOMP_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTCOMP-PATH     FROM ENVIRONMENT-VALUE
           IF WS-CONTCOMP-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\CONTCOMP.DAT'
                   TO WS-CONTCOMP-PATH
           END-IF

           DISPLAY 'TREINO_DIR'          UPON ENVIRONMENT-NAME
           ACCEPT   WS-TREINO-DIR        FROM ENVIRONMENT-VALUE
           IF WS-TREINO-DIR = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\TREINO\'
                   TO WS-TREINO-DIR
           END-IF

           MOVE 'CONTATOS.DAT' TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-TRCONTATOS-PATH
           MOVE 'TELEFONES.DAT' TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-TRTELEFONES-PATH
           MOVE 'RELAFILE.DAT' TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-TRRELAFILE-PATH
           MOVE 'POLFILE.DAT' TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-TRPOLFILE-PATH
           MOVE 'CONTARQ.DAT' TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-TRCONTARQ-PATH
           MOVE 'CONTCOMP.DAT' TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-TRCONTCOMP-PATH

      * A BASE DE TREINAMENTO NUNCA PODE SOBREPOR A PRODUCAO.
           IF WS-TRCONTATOS-PATH = WS-CONTATOS-PATH
               DISPLAY 'TREINO_DIR APONTA PARA A PRODUCAO. RECARGA '
                       'CANCELADA.'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           .
       P100-FIM.

      * MONTA EM WS-TR-PATH O CAMINHO DE WS-TR-NOME NA BASE DE
      * TREINAMENTO, DO MESMO JEITO QUE O MENUCONT.
       P110-CAMINHO-TREINO.
           MOVE SPACES TO WS-TR-PATH
           STRING WS-TREINO-DIR DELIMITED BY SPACE
                  WS-TR-NOME    DELIMITED BY SPACE
                  INTO WS-TR-PATH
           END-STRING
           .
       P110-FIM.

       P200-COPIAR-CONTATOS.
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK
               DISPLAY 'CONTATOS DA PRODUCAO INDISPONIVEL.'
               COPY FSDIAG.
               MOVE 8 TO WS-RC
               GO TO P200-FIM
           END-IF
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT TRCONTATOS
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR '
                       FUNCTION TRIM(WS-TRCONTATOS-PATH)
                       ' (FS=' WS-FS-TR ').'
               CLOSE CONTATOS
               MOVE 8 TO WS-RC
               GO TO P200-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P210-LER-CONTATO THRU P210-FIM
               UNTIL EOF-OK
           PERFORM P250-COPIAR-ARQUIVADOS THRU P250-FIM
           CLOSE CONTATOS TRCONTATOS
           .
       P200-FIM.

       P210-LER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           ADD 1 TO WS-QT-CONTATOS
      * CONTATO JA ANONIMIZADO NAO TEM MAIS DADO PESSOAL.
           IF WS-PRIMEIRO-NOME NOT = 'ANONIMIZADO'
               PERFORM P220-MASCARAR-CONTATO THRU P220-FIM
               ADD 1 TO WS-QT-MASCARADOS
           END-IF
           MOVE REG-CONTATOS TO REG-TRCONTATOS
           WRITE REG-TRCONTATOS
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO GRAVAR CONTATO ' ID-CONTATO
                       ' NO TREINAMENTO (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
           END-IF
           .
       P210-FIM.

       P220-MASCARAR-CONTATO.
           DIVIDE ID-CONTATO BY 20 GIVING WS-QUOCIENTE
               REMAINDER WS-IX-PRENOME
           ADD 1 TO WS-IX-PRENOME
           DIVIDE WS-QUOCIENTE BY 20 GIVING WS-AUX
               REMAINDER WS-IX-SOBRENOME
           ADD 1 TO WS-IX-SOBRENOME
           MOVE WS-PRENOME(WS-IX-PRENOME) TO WS-NOME-FICT
           MOVE WS-SOBRENOME(WS-IX-SOBRENOME) TO WS-SOBRENOME-FICT

           IF PESSOA-JURIDICA
               MOVE SPACES TO PJ-RAZAO-SOCIAL
               STRING FUNCTION TRIM(WS-SOBRENOME-FICT)
                                           DELIMITED BY SIZE
                      ' COMERCIO LTDA'     DELIMITED BY SIZE
                      INTO PJ-RAZAO-SOCIAL
               END-STRING
               MOVE PJ-RAZAO-SOCIAL TO NM-CONTATO
               MOVE WS-SOBRENOME-FICT TO PJ-NOME-FANTASIA
               MOVE SPACES TO PJ-PESSOA-CONTATO
               STRING FUNCTION TRIM(WS-NOME-FICT) DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOBRENOME-FICT)
                                               DELIMITED BY SIZE
                      INTO PJ-PESSOA-CONTATO
               END-STRING
           ELSE
               MOVE WS-NOME-FICT      TO WS-PRIMEIRO-NOME
               MOVE WS-SOBRENOME-FICT TO WS-ULTIMO-NOME
               MOVE SPACES TO NM-CONTATO
               STRING FUNCTION TRIM(WS-PRIMEIRO-NOME) DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ULTIMO-NOME) DELIMITED BY SIZE
                      INTO NM-CONTATO
               END-STRING
           END-IF

           IF WS-EMAIL NOT = SPACES
               MOVE ID-CONTATO TO WS-ID-EDIT
               MOVE SPACES TO WS-EMAIL
               STRING FUNCTION LOWER-CASE(
                          FUNCTION TRIM(WS-NOME-FICT))
                                           DELIMITED BY SIZE
                      '.'                  DELIMITED BY SIZE
                      FUNCTION LOWER-CASE(
                          FUNCTION TRIM(WS-SOBRENOME-FICT))
                                           DELIMITED BY SIZE
                      WS-ID-EDIT           DELIMITED BY SIZE
                      '@treino.exemplo.com.br'
                                           DELIMITED BY SIZE
                      INTO WS-EMAIL
               END-STRING
           END-IF

      * TELEFONE: DDD E TIPO FICAM; CELULAR CONTINUA COMECANDO POR 9.
           IF WS-PREFIXO NOT = 0 OR WS-SUFIXO NOT = 0
               MOVE ID-CONTATO TO WS-SEMENTE
               PERFORM P230-NUMERO-FICTICIO THRU P230-FIM
               IF TEL-CELULAR
                   COMPUTE WS-PREFIXO = 90000 + WS-AUX
               ELSE
                   COMPUTE WS-PREFIXO = 30000 + WS-AUX
               END-IF
               COMPUTE WS-AUX = ID-CONTATO * 7919
               DIVIDE WS-AUX BY 10000 GIVING WS-QUOCIENTE
                   REMAINDER WS-SUFIXO
           END-IF

           IF WS-RUA NOT = SPACES
               DIVIDE ID-CONTATO BY 12 GIVING WS-QUOCIENTE
                   REMAINDER WS-IX-RUA
               ADD 1 TO WS-IX-RUA
               MOVE WS-RUA-FICT(WS-IX-RUA) TO WS-RUA
           END-IF

           IF NR-CPF NOT = 0
               PERFORM P240-CPF-FICTICIO THRU P240-FIM
           END-IF
           .
       P220-FIM.

      * QUATRO DIGITOS FICTICIOS EM WS-AUX A PARTIR DE WS-SEMENTE.
       P230-NUMERO-FICTICIO.
           COMPUTE WS-AUX = WS-SEMENTE * 37
           DIVIDE WS-AUX BY 10000 GIVING WS-QUOCIENTE
               REMAINDER WS-AUX
           .
       P230-FIM.

      * O CPFCHECK CALCULA OS DOIS VERIFICADORES DE UMA VEZ, MAS O
      * SEGUNDO USA O DECIMO DIGITO: PRIMEIRA PASSADA ACERTA O DV1,
      * SEGUNDA ACERTA O DV2.
       P240-CPF-FICTICIO.
           COMPUTE WS-CPF = (100000000 + ID-CONTATO * 3571) * 100
           COPY CPFCHECK.
           MOVE WS-CPF-DV1 TO WS-CPF-DIG(10)
           COPY CPFCHECK.
           MOVE WS-CPF-DV2 TO WS-CPF-DIG(11)
           MOVE WS-CPF TO NR-CPF
           .
       P240-FIM.

      * ARQUIVO MORTO: MESMO LAYOUT DO MESTRE. CADA REGISTRO PASSA
      * PELA AREA DO CONTATOS (AINDA ABERTO, JA NO FIM) PARA RECEBER
      * A MESMA MASCARA DO P220.
       P250-COPIAR-ARQUIVADOS.
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT TRCONTARQ
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR '
                       FUNCTION TRIM(WS-TRCONTARQ-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
               GO TO P250-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT CONTARQ
           IF NOT FS-OK
               IF NOT FS-ARQUIVO-NAO-ENCONTRADO
                   COPY FSDIAG.
                   MOVE 4 TO WS-RC
               END-IF
               CLOSE TRCONTARQ
               GO TO P250-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P260-LER-ARQUIVADO THRU P260-FIM
               UNTIL EOF-OK
           CLOSE CONTARQ TRCONTARQ
           .
       P250-FIM.

       P260-LER-ARQUIVADO.
           READ CONTARQ NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P260-FIM
           END-READ
           MOVE REG-CONTARQ TO REG-CONTATOS
           IF WS-PRIMEIRO-NOME NOT = 'ANONIMIZADO'
               PERFORM P220-MASCARAR-CONTATO THRU P220-FIM
           END-IF
           MOVE REG-CONTATOS TO REG-TRCONTARQ
           WRITE REG-TRCONTARQ
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO GRAVAR ARQUIVADO ' ARQ-ID-CONTATO
                       ' NO TREINAMENTO (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
           END-IF
           ADD 1 TO WS-QT-ARQUIVADOS
           .
       P260-FIM.

      * TELEFONES ADICIONAIS: MESMA REGRA DO TELEFONE PRINCIPAL, COM
      * A SEQUENCIA MISTURADA NA SEMENTE.
       P300-COPIAR-TELEFONES.
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT TRTELEFONES
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR '
                       FUNCTION TRIM(WS-TRTELEFONES-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
               GO TO P300-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT TELEFONES
           IF NOT FS-OK
               IF NOT FS-ARQUIVO-NAO-ENCONTRADO
                   COPY FSDIAG.
                   MOVE 4 TO WS-RC
               END-IF
               CLOSE TRTELEFONES
               GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P310-LER-TELEFONE THRU P310-FIM
               UNTIL EOF-OK
           CLOSE TELEFONES TRTELEFONES
           .
       P300-FIM.

       P310-LER-TELEFONE.
           READ TELEFONES NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P310-FIM
           END-READ
           COMPUTE WS-SEMENTE = TEL-ID-CONTATO * 100 + TEL-SEQUENCIA
           PERFORM P230-NUMERO-FICTICIO THRU P230-FIM
           IF TEL-TIPO-CELULAR
               COMPUTE TEL-PREFIXO = 90000 + WS-AUX
           ELSE
               COMPUTE TEL-PREFIXO = 30000 + WS-AUX
           END-IF
           COMPUTE WS-AUX = WS-SEMENTE * 7919
           DIVIDE WS-AUX BY 10000 GIVING WS-QUOCIENTE
               REMAINDER TEL-SUFIXO
           MOVE REG-TELEFONES TO REG-TRTELEFONES
           WRITE REG-TRTELEFONES
           ADD 1 TO WS-QT-TELEFONES
           .
       P310-FIM.

       P400-COPIAR-RELACOES.
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT TRRELAFILE
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR '
                       FUNCTION TRIM(WS-TRRELAFILE-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
               GO TO P400-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT RELAFILE
           IF NOT FS-OK
               IF NOT FS-ARQUIVO-NAO-ENCONTRADO
                   COPY FSDIAG.
                   MOVE 4 TO WS-RC
               END-IF
               CLOSE TRRELAFILE
               GO TO P400-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P410-LER-RELACAO THRU P410-FIM
               UNTIL EOF-OK
           CLOSE RELAFILE TRRELAFILE
           .
       P400-FIM.

       P410-LER-RELACAO.
           READ RELAFILE NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P410-FIM
           END-READ
           MOVE REG-RELACONT TO REG-TRRELACONT
           WRITE REG-TRRELACONT
           ADD 1 TO WS-QT-RELACOES
           .
       P410-FIM.

       P450-COPIAR-APOLICES.
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT TRPOLFILE
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR '
                       FUNCTION TRIM(WS-TRPOLFILE-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
               GO TO P450-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT POLFILE
           IF NOT FS-OK
               IF NOT FS-ARQUIVO-NAO-ENCONTRADO
                   COPY FSDIAG.
                   MOVE 4 TO WS-RC
               END-IF
               CLOSE TRPOLFILE
               GO TO P450-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P460-LER-APOLICE THRU P460-FIM
               UNTIL EOF-OK
           CLOSE POLFILE TRPOLFILE
           .
       P450-FIM.

       P460-LER-APOLICE.
           READ POLFILE NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P460-FIM
           END-READ
           MOVE REG-POLFILE TO REG-TRPOLFILE
           WRITE REG-TRPOLFILE
           ADD 1 TO WS-QT-APOLICES
           .
       P460-FIM.

       P470-COPIAR-COMPLEMENTOS.
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT TRCONTCOMP
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR '
                       FUNCTION TRIM(WS-TRCONTCOMP-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
               GO TO P470-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT CONTCOMP
           IF NOT FS-OK
               IF NOT FS-ARQUIVO-NAO-ENCONTRADO
                   COPY FSDIAG.
                   MOVE 4 TO WS-RC
               END-IF
               CLOSE TRCONTCOMP
               GO TO P470-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P480-LER-COMPLEMENTO THRU P480-FIM
               UNTIL EOF-OK
           CLOSE CONTCOMP TRCONTCOMP
           .
       P470-FIM.

       P480-LER-COMPLEMENTO.
           READ CONTCOMP NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P480-FIM
           END-READ
           MOVE REG-CONTCOMP TO REG-TRCONTCOMP
           WRITE REG-TRCONTCOMP
           ADD 1 TO WS-QT-COMPLEMENTOS
           .
       P480-FIM.

      * COPIA WS-ORIGEM-PATH PARA WS-TR-NOME NA BASE DE TREINAMENTO.
      * ARQUIVO AUSENTE NA PRODUCAO DEIXA O DO TREINO VAZIO, PARA NAO
      * SOBRAR CONTEUDO DE UMA RECARGA ANTERIOR.
       P500-COPIAR-SEQUENCIAL.
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-DESTINO-PATH
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT DESTINO
           IF NOT FS-TR-OK
               DISPLAY 'ERRO AO CRIAR ' FUNCTION TRIM(WS-DESTINO-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
               GO TO P500-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT ORIGEM
           IF NOT FS-OK
               IF NOT FS-ARQUIVO-NAO-ENCONTRADO
                   COPY FSDIAG.
                   MOVE 4 TO WS-RC
               END-IF
               CLOSE DESTINO
               GO TO P500-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P510-LER-LINHA THRU P510-FIM
               UNTIL EOF-OK
           CLOSE ORIGEM DESTINO
           .
       P500-FIM.

       P510-LER-LINHA.
           READ ORIGEM
               AT END
                   SET EOF-OK TO TRUE
                   GO TO P510-FIM
           END-READ
           MOVE REG-ORIGEM TO REG-DESTINO
           EVALUATE TRUE
               WHEN MASCARA-ENDHIST
                   MOVE REG-ORIGEM TO REG-ENDHIST
                   IF EH-RUA NOT = SPACES
                       COMPUTE WS-AUX = EH-ID-CONTATO + EH-DATA-INICIO
                       DIVIDE WS-AUX BY 12 GIVING WS-QUOCIENTE
                           REMAINDER WS-IX-RUA
                       ADD 1 TO WS-IX-RUA
                       MOVE WS-RUA-FICT(WS-IX-RUA) TO EH-RUA
                   END-IF
                   MOVE REG-ENDHIST TO REG-DESTINO
               WHEN MASCARA-NOTAFILE
                   MOVE REG-ORIGEM TO REG-NOTAS
                   MOVE 'TEXTO OMITIDO NA BASE DE TREINAMENTO'
                       TO NT-TEXTO
                   MOVE REG-NOTAS TO REG-DESTINO
           END-EVALUATE
           WRITE REG-DESTINO
           ADD 1 TO WS-QT-LINHAS
           .
       P510-FIM.

       P600-ZERAR-MOVIMENTO.
           MOVE WS-ZERAR-NOME(WS-IX-ZERAR) TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           MOVE WS-TR-PATH TO WS-DESTINO-PATH
           SET FS-TR-OK TO TRUE
           OPEN OUTPUT DESTINO
           IF FS-TR-OK
               CLOSE DESTINO
           ELSE
               DISPLAY 'ERRO AO ZERAR ' FUNCTION TRIM(WS-DESTINO-PATH)
                       ' (FS=' WS-FS-TR ').'
               MOVE 4 TO WS-RC
           END-IF
           .
       P600-FIM.

      * OS PROGRAMAS DE INDICE LEEM OS CAMINHOS DO AMBIENTE: APONTA
      * CADA UM PARA A BASE DE TREINAMENTO, CHAMA E DEVOLVE O VALOR
      * ORIGINAL (BRANCO VOLTA A SER O CAMINHO PADRAO DE CADA UM).
       P700-REFAZER-INDICES.
           PERFORM P710-APONTAR-TREINO THRU P710-FIM
               VARYING WS-IX-INDICE FROM 1 BY 1
               UNTIL WS-IX-INDICE > 9

           CALL 'IDXCONT'
           IF RETURN-CODE > WS-RC
               MOVE RETURN-CODE TO WS-RC
           END-IF
           CALL 'FONECONT'
           IF RETURN-CODE > WS-RC
               MOVE RETURN-CODE TO WS-RC
           END-IF
           CALL 'IDXJORN'
           IF RETURN-CODE > WS-RC
               MOVE RETURN-CODE TO WS-RC
           END-IF

           PERFORM P720-RESTAURAR THRU P720-FIM
               VARYING WS-IX-INDICE FROM 1 BY 1
               UNTIL WS-IX-INDICE > 9
           .
       P700-FIM.

       P710-APONTAR-TREINO.
           DISPLAY WS-INDICE-VAR(WS-IX-INDICE) UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-SALVO(WS-IX-INDICE)
           ACCEPT WS-SALVO(WS-IX-INDICE) FROM ENVIRONMENT-VALUE
           MOVE WS-INDICE-NOME(WS-IX-INDICE) TO WS-TR-NOME
           PERFORM P110-CAMINHO-TREINO THRU P110-FIM
           DISPLAY WS-INDICE-VAR(WS-IX-INDICE) UPON ENVIRONMENT-NAME
           DISPLAY WS-TR-PATH UPON ENVIRONMENT-VALUE
           .
       P710-FIM.

       P720-RESTAURAR.
           DISPLAY WS-INDICE-VAR(WS-IX-INDICE) UPON ENVIRONMENT-NAME
           DISPLAY WS-SALVO(WS-IX-INDICE) UPON ENVIRONMENT-VALUE
           .
       P720-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM TREINOCONT.
