      * Date:
      * Purpose: MANUTENCAO DAS TABELAS DE REFERENCIA USADAS PELA
      *          VALIDACAO DE CONTATOS (CEPTAB, DDDTAB, NACIONTAB,
      *          PROFTAB) E DA TABELA MESTRE DE CAMPANHAS (CAMPTAB,
      *          QUE LISTA AS CAMPANHAS E SEUS DONOS) E DA TABELA DE
      *          POLITICA DE RETENCAO (RETTAB, UMA LINHA POR ARQUIVO
      *          COM PRAZO E ACAO NO VENCIMENTO) E DA TABELA DE
      *          ORIGENS DE LEAD (ORIGTAB, CARIMBADA NOS CONTATOS NA
      *          INCLUSAO) E DA TABELA DE MOTIVOS DE ATENDIMENTO
      *          (ATDTAB, COM A PRIORIDADE PADRAO E O SLA EM DIAS
      *          UTEIS DE CADA MOTIVO DE CHAMADO) E DA TABELA DE
      *          AREAS DE RESTRICAO DE ENTREGA DOS CORREIOS (RESTRTAB,
      *          CARREGADA PELO CARGAREST; AQUI ENTRAM AS FAIXAS
      *          MANUAIS E A RETIRADA DE FAIXAS) E DA TABELA DE
      *          MOTIVOS DE AJUSTE DE FATURA (AJUTAB, EXIGIDA PELO
      *          AJUSTFAT NAS NOTAS DE CREDITO E BAIXAS) E DA
      *          TABELA DE ENCARGOS DE ATRASO (ENCTAB, MULTA E JUROS
      *          AO MES POR VIGENCIA, LIDA PELO ENCCALC) E DA
      *          TABELA DE REGRAS DE AVALIACAO (AVALTAB, PESOS DOS
      *          BIMESTRES E MATERIAS, MEDIA MINIMA E LIMITE DE
      *          FALTAS POR TURMA, LIDA PELO AVALCALC) E DA TABELA
      *          DE PROGRESSAO DE TURMAS (PROGTAB, TURMA SEGUINTE DO
      *          APROVADO NA VIRADA DO ANO LETIVO). NA TURMATAB
      *          ENTRAM TAMBEM AS VAGAS E O MINIMO PARA ABRIR A
      *          TURMA (VEJA TURMATAB.cpy). A TABELA DE DOCENTES
      *          (DOCTAB, COM O OPERADOR DE CADA DOCENTE) E A DE
      *          ATRIBUICOES (DOCTUR, DOCENTE X TURMA X MATERIA)
      *          LIMITAM O LANCAMENTO DE NOTAS E CHAMADAS DO DOCENTE
      *          (VEJA DOCVALID). A TABELA DE TAXAS DE COMISSAO
      *          DO PARCEIRO DE SEGUROS POR PRODUTO (COMISTAB) E
      *          CONFERIDA PELO CARGACOM NO EXTRATO DE COMISSOES.
      *          A TABELA DE DISTRIBUICAO DE RELATORIOS (DISTTAB, QUE
      *          DIZ QUEM RECEBE CADA RELATORIO E SE POR FILIAL,
      *          EMPRESA OU OPERADOR) E LIDA PELO DISTREL.
      *          A TABELA DE PARCEIROS REMETENTES (PARCTAB, ORIGEM DO
      *          HEADER DE CADA ARQUIVO RECEBIDO E O CARREGADOR QUE O
      *          LE) E LIDA PELO DESPACHO E PELO CARGAPOL:
      *          LISTAR, INCLUIR, ALTERAR E DESATIVAR
      *          ENTRADAS, COM REJEICAO DE CODIGO DUPLICADO E UMA
      *          LINHA DE AUDITORIA GRAVADA A CADA MUDANCA. A
      *          DESATIVACAO MARCA A COLUNA FINAL DA LINHA COM 'N';

       FILE SECTION.
       FD TABELA.
       01 REG-TABELA                PIC X(80).

       FD AUDITLOG.
       01 REG-AUDIT                 PIC X(140).

       WORKING-STORAGE SECTION.
       77 WS-CEPTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\FILTAB.TXT'.
       77 WS-PORTTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PORTTAB.TXT'.
       77 WS-CAMPTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\CAMPTAB.TXT'.
       77 WS-RETTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\RETTAB.TXT'.
       77 WS-ORIGTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\ORIGTAB.TXT'.
       77 WS-ATDTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\ATDTAB.TXT'.
       77 WS-RESTRTAB-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\RESTRTAB.TXT'.
       77 WS-AJUTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\AJUTAB.TXT'.
       77 WS-ENCTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\ENCTAB.TXT'.
       77 WS-AVALTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\AVALTAB.TXT'.
       77 WS-PROGTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PROGTAB.TXT'.
       77 WS-DOCTAB-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\DOCTAB.TXT'.
       77 WS-DOCTUR-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\DOCTUR.TXT'.
       77 WS-COMISTAB-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\COMISTAB.TXT'.
       77 WS-DISTTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\DISTTAB.TXT'.
       77 WS-PARCTAB-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\PARCTAB.TXT'.
       77 WS-AUDITLOG-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\TABMANUT.LOG'.
       77 WS-TABELA-PATH            PIC X(100) VALUE SPACES.
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.
       01 WS-TAB-MEM.
           03 WS-LINHA OCCURS 500 TIMES INDEXED BY WS-IDX
                                    PIC X(80).

       77 WS-LINHA-NOVA             PIC X(80) VALUE SPACES.
       77 WS-LINHA-ANTIGA           PIC X(80) VALUE SPACES.

      * VISAO DE UMA LINHA DA CAMPTAB PARA A LISTAGEM FORMATADA.
          COPY CAMPTAB.
       77 WS-ORCAMENTO-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
      * VISAO DE UMA LINHA DA RETTAB PARA A LISTAGEM FORMATADA.
          COPY RETTAB.
      * VISAO DE UMA LINHA DA ORIGTAB PARA A LISTAGEM FORMATADA.
          COPY ORIGTAB.
       77 WS-ORIG-TIPO-DESC         PIC X(10) VALUE SPACES.
      * VISAO DE UMA LINHA DA ATDTAB PARA A LISTAGEM FORMATADA.
          COPY ATDTAB.
       77 WS-ATD-PRIO-DESC          PIC X(05) VALUE SPACES.
       77 WS-RET-UNIDADE-DESC       PIC X(09) VALUE SPACES.
       77 WS-RET-ACAO-DESC          PIC X(11) VALUE SPACES.
       77 WS-CHAVE-BUSCA            PIC X(28) VALUE SPACES.
       77 WS-POS-ACHADA             PIC 9(03) VALUE ZEROES.

       77 WS-ACHADO                 PIC X VALUE 'N'.
       77 WS-CAMPO-DESC15           PIC X(15) VALUE SPACES.
       77 WS-CAMPO-PRECO            PIC X(12) VALUE SPACES.
       77 WS-CAMPO-VALOR5           PIC X(05) VALUE SPACES.
       77 WS-CAMPO-CAMPANHA         PIC X(10) VALUE SPACES.
       77 WS-CAMPO-DONO             PIC X(08) VALUE SPACES.
       77 WS-CAMPO-DT-INICIO        PIC X(08) VALUE SPACES.
       77 WS-CAMPO-DT-FIM           PIC X(08) VALUE SPACES.
       77 WS-CAMPO-PECAS            PIC X(07) VALUE SPACES.
       77 WS-CAMPO-ORCAMENTO        PIC X(11) VALUE SPACES.
       77 WS-CAMPO-SITUACAO         PIC X(01) VALUE SPACES.
       77 WS-CAMPO-ARQUIVO          PIC X(10) VALUE SPACES.
       77 WS-CAMPO-PRAZO            PIC X(05) VALUE SPACES.
       77 WS-CAMPO-UNIDADE          PIC X(01) VALUE SPACES.
       77 WS-CAMPO-ACAO             PIC X(01) VALUE SPACES.
       77 WS-CAMPO-ORIGEM           PIC X(01) VALUE SPACES.
       77 WS-CAMPO-FORNECEDOR       PIC X(20) VALUE SPACES.
       77 WS-CAMPO-SLA              PIC X(02) VALUE SPACES.
       77 WS-CAMPO-JUROS            PIC X(05) VALUE SPACES.
       77 WS-CAMPO-PESOS-BIM        PIC X(08) VALUE SPACES.
       77 WS-CAMPO-PESOS-MAT        PIC X(06) VALUE SPACES.
       77 WS-CAMPO-NOTA-MIN         PIC X(05) VALUE SPACES.
       77 WS-CAMPO-MAX-FALTAS       PIC X(05) VALUE SPACES.
       77 WS-CAMPO-ALERTA           PIC X(05) VALUE SPACES.
       77 WS-CAMPO-TURMA-SEG        PIC X(03) VALUE SPACES.
       77 WS-CAMPO-CAPACIDADE       PIC X(03) VALUE SPACES.
       77 WS-CAMPO-MINIMO           PIC X(03) VALUE SPACES.
       77 WS-CAMPO-DOCENTE          PIC X(04) VALUE SPACES.
       77 WS-CAMPO-OPERADOR         PIC X(08) VALUE SPACES.
       77 WS-CAMPO-MATERIA          PIC X(01) VALUE SPACES.
       77 WS-CAMPO-PRODUTO          PIC X(10) VALUE SPACES.
       77 WS-CAMPO-RELATORIO        PIC X(12) VALUE SPACES.
       77 WS-CAMPO-DESTINATARIO     PIC X(08) VALUE SPACES.
       77 WS-CAMPO-VALOR-DIST       PIC X(08) VALUE SPACES.
       77 WS-CAMPO-REMETENTE        PIC X(10) VALUE SPACES.
       77 WS-CAMPO-PROGRAMA         PIC X(12) VALUE SPACES.
      * OPERADOR ASSINADO NO MENUCONT, CARIMBADO NO LOG DE
      * MUDANCAS DE TABELA.
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
                   TO WS-PORTTAB-PATH
           END-IF

           DISPLAY 'CAMPTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-CAMPTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-CAMPTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\CAMPTAB.TXT' TO WS-CAMPTAB-PATH
           END-IF

           DISPLAY 'RETTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-RETTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-RETTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\RETTAB.TXT' TO WS-RETTAB-PATH
           END-IF

           DISPLAY 'ORIGTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ORIGTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-ORIGTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ORIGTAB.TXT' TO WS-ORIGTAB-PATH
           END-IF

           DISPLAY 'ATDTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ATDTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ATDTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ATDTAB.TXT' TO WS-ATDTAB-PATH
           END-IF

           DISPLAY 'RESTRTAB_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RESTRTAB-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RESTRTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\RESTRTAB.TXT' TO WS-RESTRTAB-PATH
           END-IF

           DISPLAY 'AJUTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-AJUTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-AJUTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\AJUTAB.TXT' TO WS-AJUTAB-PATH
           END-IF

           DISPLAY 'ENCTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENCTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-ENCTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\ENCTAB.TXT' TO WS-ENCTAB-PATH
           END-IF

           DISPLAY 'AVALTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-AVALTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-AVALTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\AVALTAB.TXT' TO WS-AVALTAB-PATH
           END-IF

           DISPLAY 'PROGTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PROGTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PROGTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PROGTAB.TXT' TO WS-PROGTAB-PATH
           END-IF

           DISPLAY 'DOCTAB_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DOCTAB-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DOCTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\DOCTAB.TXT' TO WS-DOCTAB-PATH
           END-IF

           DISPLAY 'DOCTUR_PATH'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-DOCTUR-PATH       FROM ENVIRONMENT-VALUE
           IF WS-DOCTUR-PATH = SPACES
               MOVE 'C:\Users\gotic\DOCTUR.TXT' TO WS-DOCTUR-PATH
           END-IF

           DISPLAY 'COMISTAB_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-COMISTAB-PATH     FROM ENVIRONMENT-VALUE
           IF WS-COMISTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\COMISTAB.TXT' TO WS-COMISTAB-PATH
           END-IF

           DISPLAY 'DISTTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-DISTTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-DISTTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\DISTTAB.TXT' TO WS-DISTTAB-PATH
           END-IF

           DISPLAY 'PARCTAB_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PARCTAB-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PARCTAB-PATH = SPACES
               MOVE 'C:\Users\gotic\PARCTAB.TXT' TO WS-PARCTAB-PATH
           END-IF

           DISPLAY 'TABMANUT_LOG_PATH'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDITLOG-PATH     FROM ENVIRONMENT-VALUE
           IF WS-AUDITLOG-PATH = SPACES
           DISPLAY '15 - FILTAB   (FILIAIS POR FAIXA DE CEP)'
           DISPLAY '16 - PORTTAB  (TARIFAS POSTAIS POR CANAL E '
                   'FAIXA DE CEP)'
           DISPLAY '17 - CAMPTAB  (CAMPANHAS, DONOS E SITUACAO)'
           DISPLAY '18 - RETTAB   (POLITICA DE RETENCAO POR '
                   'ARQUIVO)'
           DISPLAY '19 - ORIGTAB  (ORIGENS DE LEAD)'
           DISPLAY '20 - ATDTAB   (MOTIVOS DE ATENDIMENTO E SLA)'
           DISPLAY '21 - RESTRTAB (AREAS DE RESTRICAO DE ENTREGA)'
           DISPLAY '22 - AJUTAB   (MOTIVOS DE AJUSTE DE FATURA)'
           DISPLAY '23 - ENCTAB   (MULTA E JUROS DE ATRASO)'
           DISPLAY '24 - AVALTAB  (REGRAS DE AVALIACAO POR TURMA)'
           DISPLAY '25 - PROGTAB  (PROGRESSAO DE TURMAS NA VIRADA '
                   'DO ANO)'
           DISPLAY '26 - DOCTAB   (DOCENTES E SEUS OPERADORES)'
           DISPLAY '27 - DOCTUR   (TURMAS E MATERIAS DOS DOCENTES)'
           DISPLAY '28 - COMISTAB (TAXAS DE COMISSAO DE SEGUROS '
                   'POR PRODUTO)'
           DISPLAY '29 - DISTTAB  (DISTRIBUICAO DE RELATORIOS POR '
                   'DESTINATARIO)'
           DISPLAY '30 - PARCTAB  (PARCEIROS REMETENTES E SEUS '
                   'CARREGADORES)'
           DISPLAY '31 - SAIR'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPCAO-TAB

                   MOVE 4                 TO WS-CHAVE-LEN
                   MOVE 10                TO WS-FLAG-POS
               WHEN 17
                   MOVE WS-CAMPTAB-PATH   TO WS-TABELA-PATH
                   MOVE 'CAMPTAB'         TO WS-TABELA-NOME
                   MOVE 10                TO WS-CHAVE-LEN
                   MOVE 75                TO WS-FLAG-POS
               WHEN 18
                   MOVE WS-RETTAB-PATH    TO WS-TABELA-PATH
                   MOVE 'RETTAB'          TO WS-TABELA-NOME
                   MOVE 10                TO WS-CHAVE-LEN
                   MOVE 38                TO WS-FLAG-POS
               WHEN 19
                   MOVE WS-ORIGTAB-PATH   TO WS-TABELA-PATH
                   MOVE 'ORIGTAB'         TO WS-TABELA-NOME
                   MOVE 1                 TO WS-CHAVE-LEN
                   MOVE 43                TO WS-FLAG-POS
               WHEN 20
                   MOVE WS-ATDTAB-PATH    TO WS-TABELA-PATH
                   MOVE 'ATDTAB'          TO WS-TABELA-NOME
                   MOVE 2                 TO WS-CHAVE-LEN
                   MOVE 26                TO WS-FLAG-POS
               WHEN 21
                   MOVE WS-RESTRTAB-PATH  TO WS-TABELA-PATH
                   MOVE 'RESTRTAB'        TO WS-TABELA-NOME
                   MOVE 8                 TO WS-CHAVE-LEN
                   MOVE 35                TO WS-FLAG-POS
               WHEN 22
                   MOVE WS-AJUTAB-PATH    TO WS-TABELA-PATH
                   MOVE 'AJUTAB'          TO WS-TABELA-NOME
                   MOVE 2                 TO WS-CHAVE-LEN
                   MOVE 23                TO WS-FLAG-POS
               WHEN 23
                   MOVE WS-ENCTAB-PATH    TO WS-TABELA-PATH
                   MOVE 'ENCTAB'          TO WS-TABELA-NOME
                   MOVE 8                 TO WS-CHAVE-LEN
                   MOVE 19                TO WS-FLAG-POS
               WHEN 24
                   MOVE WS-AVALTAB-PATH   TO WS-TABELA-PATH
                   MOVE 'AVALTAB'         TO WS-TABELA-NOME
                   MOVE 3                 TO WS-CHAVE-LEN
                   MOVE 33                TO WS-FLAG-POS
               WHEN 25
                   MOVE WS-PROGTAB-PATH   TO WS-TABELA-PATH
                   MOVE 'PROGTAB'         TO WS-TABELA-NOME
                   MOVE 3                 TO WS-CHAVE-LEN
                   MOVE 7                 TO WS-FLAG-POS
               WHEN 26
                   MOVE WS-DOCTAB-PATH    TO WS-TABELA-PATH
                   MOVE 'DOCTAB'          TO WS-TABELA-NOME
                   MOVE 4                 TO WS-CHAVE-LEN
                   MOVE 33                TO WS-FLAG-POS
               WHEN 27
                   MOVE WS-DOCTUR-PATH    TO WS-TABELA-PATH
                   MOVE 'DOCTUR'          TO WS-TABELA-NOME
                   MOVE 8                 TO WS-CHAVE-LEN
                   MOVE 9                 TO WS-FLAG-POS
               WHEN 28
                   MOVE WS-COMISTAB-PATH  TO WS-TABELA-PATH
                   MOVE 'COMISTAB'        TO WS-TABELA-NOME
                   MOVE 10                TO WS-CHAVE-LEN
                   MOVE 16                TO WS-FLAG-POS
               WHEN 29
                   MOVE WS-DISTTAB-PATH   TO WS-TABELA-PATH
                   MOVE 'DISTTAB'         TO WS-TABELA-NOME
                   MOVE 28                TO WS-CHAVE-LEN
                   MOVE 30                TO WS-FLAG-POS
               WHEN 30
                   MOVE WS-PARCTAB-PATH   TO WS-TABELA-PATH
                   MOVE 'PARCTAB'         TO WS-TABELA-NOME
                   MOVE 10                TO WS-CHAVE-LEN
                   MOVE 43                TO WS-FLAG-POS
               WHEN 31
                   SET SAIR-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           IF WS-OPCAO-TAB NOT < 1 AND WS-OPCAO-TAB NOT > 30
               PERFORM P400-CARREGAR THRU P400-FIM
               SET VOLTAR-OK TO FALSE
               PERFORM P300-MENU-ACAO THRU P300-FIM UNTIL VOLTAR-OK
       P410-FIM.

       P415-LISTAR-LINHA.
           EVALUATE WS-OPCAO-TAB
               WHEN 17
                   PERFORM P417-LISTAR-CAMPANHA THRU P417-FIM
               WHEN 18
                   PERFORM P418-LISTAR-RETENCAO THRU P418-FIM
               WHEN 19
                   PERFORM P419-LISTAR-ORIGEM THRU P419-FIM
               WHEN 20
                   PERFORM P416-LISTAR-ATENDIMENTO THRU P416-FIM
               WHEN OTHER
                   IF WS-LINHA(WS-IDX)(WS-FLAG-POS:1) = 'N'
                       DISPLAY WS-LINHA(WS-IDX)(1:WS-FLAG-POS)
                           ' (DESATIVADA)'
                   ELSE
                       DISPLAY WS-LINHA(WS-IDX)(1:WS-FLAG-POS)
                   END-IF
           END-EVALUATE
           SET WS-IDX UP BY 1
           .
       P415-FIM.

      * A CAMPTAB E O LUGAR UNICO ONDE SE VE QUE CAMPANHAS EXISTEM E
      * QUEM RESPONDE POR ELAS: A LISTAGEM SAI CAMPO A CAMPO.
       P417-LISTAR-CAMPANHA.
           MOVE WS-LINHA(WS-IDX) TO REG-CAMPTAB
           IF CAMPTAB-ORCAMENTO NUMERIC
               MOVE CAMPTAB-ORCAMENTO TO WS-ORCAMENTO-EDIT
           ELSE
               MOVE 0 TO WS-ORCAMENTO-EDIT
           END-IF
           DISPLAY CAMPTAB-COD ' ' CAMPTAB-DESC ' DONO ' CAMPTAB-DONO
               ' CANAL ' CAMPTAB-CANAL ' SITUACAO ' CAMPTAB-SITUACAO
           IF CAMPTAB-DESATIVADA
               DISPLAY '    DE ' CAMPTAB-DT-INICIO ' A '
                   CAMPTAB-DT-FIM ' PECAS ' CAMPTAB-PECAS
                   ' ORCAMENTO ' WS-ORCAMENTO-EDIT ' (DESATIVADA)'
           ELSE
               DISPLAY '    DE ' CAMPTAB-DT-INICIO ' A '
                   CAMPTAB-DT-FIM ' PECAS ' CAMPTAB-PECAS
                   ' ORCAMENTO ' WS-ORCAMENTO-EDIT
           END-IF
           .
       P417-FIM.

      * A RETTAB E A TABELA QUE O JURIDICO APROVA: A LISTAGEM SAI
      * COM PRAZO E ACAO POR EXTENSO.
       P418-LISTAR-RETENCAO.
           MOVE WS-LINHA(WS-IDX) TO REG-RETTAB
           EVALUATE TRUE
               WHEN RETTAB-DIAS
                   MOVE 'DIAS'      TO WS-RET-UNIDADE-DESC
               WHEN RETTAB-MESES
                   MOVE 'MESES'     TO WS-RET-UNIDADE-DESC
               WHEN RETTAB-ANOS
                   MOVE 'ANOS'      TO WS-RET-UNIDADE-DESC
               WHEN RETTAB-GERACOES
                   MOVE 'GERACOES'  TO WS-RET-UNIDADE-DESC
               WHEN OTHER
                   MOVE '?'         TO WS-RET-UNIDADE-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN RETTAB-ARQUIVAR
                   MOVE 'ARQUIVAR'    TO WS-RET-ACAO-DESC
               WHEN RETTAB-ANONIMIZAR
                   MOVE 'ANONIMIZAR'  TO WS-RET-ACAO-DESC
               WHEN RETTAB-EXPURGAR
                   MOVE 'EXPURGAR'    TO WS-RET-ACAO-DESC
               WHEN OTHER
                   MOVE '?'           TO WS-RET-ACAO-DESC
           END-EVALUATE
           IF RETTAB-DESATIVADA
               DISPLAY RETTAB-ARQUIVO ' ' RETTAB-DESC ' PRAZO '
                   RETTAB-PRAZO ' ' WS-RET-UNIDADE-DESC ' ACAO '
                   WS-RET-ACAO-DESC ' (DESATIVADA)'
           ELSE
               DISPLAY RETTAB-ARQUIVO ' ' RETTAB-DESC ' PRAZO '
                   RETTAB-PRAZO ' ' WS-RET-UNIDADE-DESC ' ACAO '
                   WS-RET-ACAO-DESC
           END-IF
           .
       P418-FIM.

      * A ORIGTAB E LIDA PELO MARKETING: A LISTAGEM SAI COM O TIPO
      * POR EXTENSO E O FORNECEDOR DA LISTA.
       P419-LISTAR-ORIGEM.
           MOVE WS-LINHA(WS-IDX) TO REG-ORIGTAB
           EVALUATE TRUE
               WHEN ORIGTAB-LISTA
                   MOVE 'LISTA'      TO WS-ORIG-TIPO-DESC
               WHEN ORIGTAB-SITE
                   MOVE 'SITE'       TO WS-ORIG-TIPO-DESC
               WHEN ORIGTAB-INDICACAO
                   MOVE 'INDICACAO'  TO WS-ORIG-TIPO-DESC
               WHEN ORIGTAB-ADQUIRIDA
                   MOVE 'ADQUIRIDA'  TO WS-ORIG-TIPO-DESC
               WHEN ORIGTAB-BALCAO
                   MOVE 'BALCAO'     TO WS-ORIG-TIPO-DESC
               WHEN OTHER
                   MOVE 'OUTRA'      TO WS-ORIG-TIPO-DESC
           END-EVALUATE
           IF ORIGTAB-DESATIVADA
               DISPLAY ORIGTAB-COD ' ' ORIGTAB-DESC ' '
                   WS-ORIG-TIPO-DESC ' ' ORIGTAB-FORNECEDOR
                   ' (DESATIVADA)'
           ELSE
               DISPLAY ORIGTAB-COD ' ' ORIGTAB-DESC ' '
                   WS-ORIG-TIPO-DESC ' ' ORIGTAB-FORNECEDOR
           END-IF
           .
       P419-FIM.

      * A ATDTAB SAI COM A PRIORIDADE POR EXTENSO E O SLA EM DIAS
      * UTEIS, QUE E O QUE A MESA DE ATENDIMENTO CONFERE.
       P416-LISTAR-ATENDIMENTO.
           MOVE WS-LINHA(WS-IDX) TO REG-ATDTAB
           EVALUATE ATDTAB-PRIORIDADE
               WHEN 'A'
                   MOVE 'ALTA'       TO WS-ATD-PRIO-DESC
               WHEN 'M'
                   MOVE 'MEDIA'      TO WS-ATD-PRIO-DESC
               WHEN 'B'
                   MOVE 'BAIXA'      TO WS-ATD-PRIO-DESC
               WHEN OTHER
                   MOVE '?'          TO WS-ATD-PRIO-DESC
           END-EVALUATE
           IF ATDTAB-DESATIVADO
               DISPLAY ATDTAB-COD ' ' ATDTAB-DESC ' PRIORIDADE '
                   WS-ATD-PRIO-DESC ' SLA ' ATDTAB-SLA-DIAS
                   ' DIAS UTEIS (DESATIVADO)'
           ELSE
               DISPLAY ATDTAB-COD ' ' ATDTAB-DESC ' PRIORIDADE '
                   WS-ATD-PRIO-DESC ' SLA ' ATDTAB-SLA-DIAS
                   ' DIAS UTEIS'
           END-IF
           .
       P416-FIM.

       P420-INCLUIR.
           PERFORM P450-CAPTURA-ENTRADA THRU P450-FIM
           IF WS-LINHA-NOVA = SPACES
               DISPLAY 'INCLUSAO CANCELADA.'
               GO TO P420-FIM
           END-IF

           MOVE WS-LINHA-NOVA(1:WS-CHAVE-LEN) TO WS-CHAVE-BUSCA
           PERFORM P460-PROCURA-CHAVE THRU P460-FIM
               DISPLAY 'ENTRADA ATUAL: ' WS-LINHA(WS-POS-ACHADA)
               MOVE WS-LINHA(WS-POS-ACHADA) TO WS-LINHA-ANTIGA
               PERFORM P450-CAPTURA-ENTRADA THRU P450-FIM
               EVALUATE TRUE
                   WHEN WS-LINHA-NOVA = SPACES
                       DISPLAY 'ALTERACAO CANCELADA.'
                   WHEN WS-LINHA-NOVA(1:WS-CHAVE-LEN)
                           NOT = WS-CHAVE-BUSCA
                       DISPLAY 'O CODIGO NAO PODE SER TROCADO NA '
                           'ALTERACAO. USE DESATIVAR + INCLUIR.'
                   WHEN OTHER
                       MOVE WS-LINHA-NOVA TO WS-LINHA(WS-POS-ACHADA)
                       PERFORM P490-REGRAVAR THRU P490-FIM
                       MOVE 'ALTERACAO' TO WS-ACAO
                       PERFORM P480-AUDITORIA THRU P480-FIM
                       DISPLAY 'ENTRADA ALTERADA.'
               END-EVALUATE
           END-IF
           .
       P430-FIM.
                   END-STRING
               WHEN 16
                   DISPLAY 'INFORME O CANAL (M = MALA DIRETA, '
                           'E = E-MAIL, S = SMS, T = LIGACAO): '
                   ACCEPT WS-CAMPO-TIPO
                   DISPLAY 'INFORME A FAIXA DE CEP (3 PRIMEIROS '
                           'DIGITOS, 000 = TARIFA PADRAO): '
                          'S'              DELIMITED BY SIZE
                          INTO WS-LINHA-NOVA
                   END-STRING
               WHEN 17
                   PERFORM P457-CAPTURA-CAMPANHA THRU P457-FIM
               WHEN 18
                   PERFORM P458-CAPTURA-RETENCAO THRU P458-FIM
               WHEN 19
                   PERFORM P459-CAPTURA-ORIGEM THRU P459-FIM
               WHEN 20
                   PERFORM P456-CAPTURA-ATENDIMENTO THRU P456-FIM
               WHEN 21
                   PERFORM P454-CAPTURA-RESTRICAO THRU P454-FIM
               WHEN 23
                   PERFORM P453-CAPTURA-ENCARGO THRU P453-FIM
               WHEN 24
                   PERFORM P452-CAPTURA-AVALIACAO THRU P452-FIM
               WHEN 25
                   PERFORM P451-CAPTURA-PROGRESSAO THRU P451-FIM
               WHEN 26
                   PERFORM P448-CAPTURA-DOCENTE THRU P448-FIM
               WHEN 27
                   PERFORM P447-CAPTURA-ATRIBUICAO THRU P447-FIM
               WHEN 28
                   PERFORM P446-CAPTURA-COMISSAO THRU P446-FIM
               WHEN 29
                   PERFORM P445-CAPTURA-DISTRIBUICAO THRU P445-FIM
               WHEN 30
                   PERFORM P443-CAPTURA-PARCEIRO THRU P443-FIM
               WHEN 8
                   DISPLAY 'INFORME O CODIGO DE DISCAGEM (3 '
                           'DIGITOS): '
                          INTO WS-LINHA-NOVA
                   END-STRING
               WHEN 10
                   PERFORM P449-CAPTURA-TURMA THRU P449-FIM
               WHEN 11
                   DISPLAY 'INFORME O CODIGO DO PARCEIRO (4 '
                           'CARACTERES): '
       P470-PEDE-CODIGO.
           MOVE SPACES TO WS-CHAVE-BUSCA
           EVALUATE WS-OPCAO-TAB
               WHEN 21
                   DISPLAY 'INFORME O CEP INICIAL DA FAIXA (8 '
                           'DIGITOS): '
                   MOVE SPACES TO WS-CAMPO-CEP-DE
                   ACCEPT WS-CAMPO-CEP-DE
                   MOVE WS-CAMPO-CEP-DE TO WS-CHAVE-BUSCA(1:8)
               WHEN 23
                   DISPLAY 'INFORME O INICIO DA VIGENCIA '
                           '(AAAAMMDD): '
                   MOVE 0 TO WS-CAMPO-VIGENCIA
                   ACCEPT WS-CAMPO-VIGENCIA
                   MOVE WS-CAMPO-VIGENCIA TO WS-CHAVE-BUSCA(1:8)
               WHEN 24
                   DISPLAY 'INFORME O CODIGO DA TURMA (3 '
                           'CARACTERES, *** = REGRA DA CASA): '
                   MOVE SPACES TO WS-CAMPO-TURMA
                   ACCEPT WS-CAMPO-TURMA
                   MOVE WS-CAMPO-TURMA TO WS-CHAVE-BUSCA(1:3)
               WHEN 25
                   DISPLAY 'INFORME O CODIGO DA TURMA (3 '
                           'CARACTERES): '
                   MOVE SPACES TO WS-CAMPO-TURMA
                   ACCEPT WS-CAMPO-TURMA
                   MOVE WS-CAMPO-TURMA TO WS-CHAVE-BUSCA(1:3)
               WHEN 26
                   DISPLAY 'INFORME O CODIGO DO DOCENTE (4 '
                           'CARACTERES): '
                   MOVE SPACES TO WS-CAMPO-DOCENTE
                   ACCEPT WS-CAMPO-DOCENTE
                   MOVE WS-CAMPO-DOCENTE TO WS-CHAVE-BUSCA(1:4)
               WHEN 27
                   DISPLAY 'INFORME O CODIGO DO DOCENTE (4 '
                           'CARACTERES): '
                   MOVE SPACES TO WS-CAMPO-DOCENTE
                   ACCEPT WS-CAMPO-DOCENTE
                   DISPLAY 'INFORME O CODIGO DA TURMA (3 '
                           'CARACTERES): '
                   MOVE SPACES TO WS-CAMPO-TURMA
                   ACCEPT WS-CAMPO-TURMA
                   DISPLAY 'INFORME A MATERIA (1-3): '
                   MOVE SPACES TO WS-CAMPO-MATERIA
                   ACCEPT WS-CAMPO-MATERIA
                   MOVE WS-CAMPO-DOCENTE TO WS-CHAVE-BUSCA(1:4)
                   MOVE WS-CAMPO-TURMA   TO WS-CHAVE-BUSCA(5:3)
                   MOVE WS-CAMPO-MATERIA TO WS-CHAVE-BUSCA(8:1)
               WHEN 28
                   DISPLAY 'INFORME O PRODUTO (ATE 10 CARACTERES, '
                           'COMO NO RETORNO DE APOLICES): '
                   MOVE SPACES TO WS-CAMPO-PRODUTO
                   ACCEPT WS-CAMPO-PRODUTO
                   MOVE WS-CAMPO-PRODUTO TO WS-CHAVE-BUSCA(1:10)
               WHEN 29
                   PERFORM P444-PEDE-CHAVE-DIST THRU P444-FIM
                   MOVE WS-CAMPO-RELATORIO TO WS-CHAVE-BUSCA(1:12)
                   MOVE WS-CAMPO-DESTINATARIO
                                        TO WS-CHAVE-BUSCA(13:8)
                   MOVE WS-CAMPO-VALOR-DIST
                                        TO WS-CHAVE-BUSCA(21:8)
               WHEN 30
                   DISPLAY 'INFORME A ORIGEM DO HEADER (ATE 10 '
                           'CARACTERES): '
                   MOVE SPACES TO WS-CAMPO-REMETENTE
                   ACCEPT WS-CAMPO-REMETENTE
                   MOVE WS-CAMPO-REMETENTE TO WS-CHAVE-BUSCA(1:10)
               WHEN 1
                   DISPLAY 'INFORME O CEP (PARTE 1, 5 DIGITOS): '
                   ACCEPT WS-CAMPO-CEP-1
                           'CARACTERES): '
                   ACCEPT WS-CAMPO-TURMA
                   MOVE WS-CAMPO-TURMA TO WS-CHAVE-BUSCA(1:3)
               WHEN 17
                   DISPLAY 'INFORME O CODIGO DA CAMPANHA (ATE 10 '
                           'CARACTERES): '
                   MOVE SPACES TO WS-CAMPO-CAMPANHA
                   ACCEPT WS-CAMPO-CAMPANHA
                   MOVE WS-CAMPO-CAMPANHA TO WS-CHAVE-BUSCA(1:10)
               WHEN 18
                   DISPLAY 'INFORME O ARQUIVO (ATE 10 CARACTERES, '
                           'EX. CAMPHIST): '
                   MOVE SPACES TO WS-CAMPO-ARQUIVO
                   ACCEPT WS-CAMPO-ARQUIVO
                   MOVE WS-CAMPO-ARQUIVO TO WS-CHAVE-BUSCA(1:10)
               WHEN 19
                   DISPLAY 'INFORME O CODIGO DA ORIGEM (1 '
                           'CARACTERE): '
                   MOVE SPACES TO WS-CAMPO-ORIGEM
                   ACCEPT WS-CAMPO-ORIGEM
                   MOVE WS-CAMPO-ORIGEM TO WS-CHAVE-BUSCA(1:1)
               WHEN 16
                   DISPLAY 'INFORME O CANAL (M = MALA DIRETA, '
                           'E = E-MAIL, S = SMS, T = LIGACAO): '
                   ACCEPT WS-CAMPO-TIPO
                   DISPLAY 'INFORME A FAIXA DE CEP (3 DIGITOS): '
                   ACCEPT WS-CAMPO-CEP-2
           .
       P470-FIM.

      * LINHA DA CAMPTAB (LAYOUT EM CAMPTAB.cpy). CAMPO FORA DO
      * DOMINIO E CORRIGIDO NA HORA E AVISADO: SITUACAO INVALIDA VIRA
      * 'P' (PLANEJADA), QUE NAO LIBERA TIRAGEM.
       P457-CAPTURA-CAMPANHA.
           DISPLAY 'INFORME O CODIGO DA CAMPANHA (ATE 10 '
                   'CARACTERES): '
           MOVE SPACES TO WS-CAMPO-CAMPANHA
           ACCEPT WS-CAMPO-CAMPANHA
           DISPLAY 'INFORME A DESCRICAO: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME O OPERADOR DONO DA CAMPANHA: '
           MOVE SPACES TO WS-CAMPO-DONO
           ACCEPT WS-CAMPO-DONO
           DISPLAY 'INFORME O CANAL (M = MALA DIRETA, E = E-MAIL, '
                   'S = SMS, T = LIGACAO, BRANCO = VARIOS): '
           MOVE SPACES TO WS-CAMPO-TIPO
           ACCEPT WS-CAMPO-TIPO
           IF WS-CAMPO-TIPO NOT = 'M' AND WS-CAMPO-TIPO NOT = 'E'
                   AND WS-CAMPO-TIPO NOT = 'S'
                   AND WS-CAMPO-TIPO NOT = 'T'
               MOVE SPACES TO WS-CAMPO-TIPO
           END-IF
           DISPLAY 'INFORME O INICIO PLANEJADO (AAAAMMDD): '
           MOVE SPACES TO WS-CAMPO-DT-INICIO
           ACCEPT WS-CAMPO-DT-INICIO
           IF WS-CAMPO-DT-INICIO NOT NUMERIC
               MOVE ZEROES TO WS-CAMPO-DT-INICIO
           END-IF
           DISPLAY 'INFORME O FIM PLANEJADO (AAAAMMDD): '
           MOVE SPACES TO WS-CAMPO-DT-FIM
           ACCEPT WS-CAMPO-DT-FIM
           IF WS-CAMPO-DT-FIM NOT NUMERIC
               MOVE ZEROES TO WS-CAMPO-DT-FIM
           END-IF
           DISPLAY 'INFORME A QUANTIDADE PLANEJADA DE PECAS (7 '
                   'DIGITOS): '
           MOVE SPACES TO WS-CAMPO-PECAS
           ACCEPT WS-CAMPO-PECAS
           IF WS-CAMPO-PECAS NOT NUMERIC
               MOVE ZEROES TO WS-CAMPO-PECAS
           END-IF
           DISPLAY 'INFORME O ORCAMENTO (11 DIGITOS EM CENTAVOS, '
                   'EX. 00000150000 = 1.500,00): '
           MOVE SPACES TO WS-CAMPO-ORCAMENTO
           ACCEPT WS-CAMPO-ORCAMENTO
           IF WS-CAMPO-ORCAMENTO NOT NUMERIC
               MOVE ZEROES TO WS-CAMPO-ORCAMENTO
           END-IF
           DISPLAY 'INFORME A SITUACAO (P = PLANEJADA, A = ATIVA, '
                   'C = ENCERRADA): '
           MOVE SPACES TO WS-CAMPO-SITUACAO
           ACCEPT WS-CAMPO-SITUACAO
           IF WS-CAMPO-SITUACAO NOT = 'P'
                   AND WS-CAMPO-SITUACAO NOT = 'A'
                   AND WS-CAMPO-SITUACAO NOT = 'C'
               DISPLAY 'SITUACAO INVALIDA: GRAVADA COMO PLANEJADA.'
               MOVE 'P' TO WS-CAMPO-SITUACAO
           END-IF
           STRING WS-CAMPO-CAMPANHA  DELIMITED BY SIZE
                  WS-CAMPO-DESC      DELIMITED BY SIZE
                  WS-CAMPO-DONO      DELIMITED BY SIZE
                  WS-CAMPO-TIPO      DELIMITED BY SIZE
                  WS-CAMPO-DT-INICIO DELIMITED BY SIZE
                  WS-CAMPO-DT-FIM    DELIMITED BY SIZE
                  WS-CAMPO-PECAS     DELIMITED BY SIZE
                  WS-CAMPO-ORCAMENTO DELIMITED BY SIZE
                  WS-CAMPO-SITUACAO  DELIMITED BY SIZE
                  'S'                DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P457-FIM.

      * LINHA DA RETTAB (LAYOUT EM RETTAB.cpy). PRAZO, UNIDADE OU
      * ACAO FORA DO DOMINIO REJEITAM A LINHA: UMA POLITICA DE
      * RETENCAO ERRADA APAGA DADO OU O RETEM ALEM DA LEI, ENTAO NADA
      * E CORRIGIDO POR CONTA PROPRIA.
       P458-CAPTURA-RETENCAO.
           DISPLAY 'INFORME O ARQUIVO (ATE 10 CARACTERES, EX. '
                   'CAMPHIST): '
           MOVE SPACES TO WS-CAMPO-ARQUIVO
           ACCEPT WS-CAMPO-ARQUIVO
           DISPLAY 'INFORME A DESCRICAO: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME O PRAZO (5 DIGITOS): '
           MOVE SPACES TO WS-CAMPO-PRAZO
           ACCEPT WS-CAMPO-PRAZO
           DISPLAY 'INFORME A UNIDADE (D = DIAS, M = MESES, A = ANOS, '
                   'G = GERACOES DE BACKUP): '
           MOVE SPACES TO WS-CAMPO-UNIDADE
           ACCEPT WS-CAMPO-UNIDADE
           DISPLAY 'INFORME A ACAO NO VENCIMENTO (A = ARQUIVAR, '
                   'N = ANONIMIZAR, E = EXPURGAR): '
           MOVE SPACES TO WS-CAMPO-ACAO
           ACCEPT WS-CAMPO-ACAO

           IF WS-CAMPO-ARQUIVO = SPACES
                   OR WS-CAMPO-PRAZO NOT NUMERIC
                   OR (WS-CAMPO-UNIDADE NOT = 'D'
                       AND WS-CAMPO-UNIDADE NOT = 'M'
                       AND WS-CAMPO-UNIDADE NOT = 'A'
                       AND WS-CAMPO-UNIDADE NOT = 'G')
                   OR (WS-CAMPO-ACAO NOT = 'A'
                       AND WS-CAMPO-ACAO NOT = 'N'
                       AND WS-CAMPO-ACAO NOT = 'E')
               DISPLAY 'ARQUIVO, PRAZO, UNIDADE OU ACAO INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
      * A LINHA NOVA EM BRANCO E RECUSADA PELA INCLUSAO E PELA
      * ALTERACAO.
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P458-FIM
           END-IF

           STRING WS-CAMPO-ARQUIVO   DELIMITED BY SIZE
                  WS-CAMPO-DESC      DELIMITED BY SIZE
                  WS-CAMPO-PRAZO     DELIMITED BY SIZE
                  WS-CAMPO-UNIDADE   DELIMITED BY SIZE
                  WS-CAMPO-ACAO      DELIMITED BY SIZE
                  'S'                DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P458-FIM.

      * LINHA DA ORIGTAB (LAYOUT EM ORIGTAB.cpy). CODIGO EM BRANCO
      * OU TIPO FORA DO DOMINIO REJEITAM A LINHA; LISTA COMPRADA
      * SEM FORNECEDOR TAMBEM, POIS E O FORNECEDOR QUE O MARKETING
      * QUER MEDIR.
       P459-CAPTURA-ORIGEM.
           DISPLAY 'INFORME O CODIGO DA ORIGEM (1 CARACTERE): '
           MOVE SPACES TO WS-CAMPO-ORIGEM
           ACCEPT WS-CAMPO-ORIGEM
           DISPLAY 'INFORME A DESCRICAO: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME O TIPO (L = LISTA COMPRADA, S = SITE, '
                   'I = INDICACAO, A = BASE ADQUIRIDA, B = BALCAO, '
                   'O = OUTRA): '
           MOVE SPACES TO WS-CAMPO-TIPO
           ACCEPT WS-CAMPO-TIPO
           DISPLAY 'INFORME O FORNECEDOR (LISTA COMPRADA OU BASE '
                   'ADQUIRIDA): '
           MOVE SPACES TO WS-CAMPO-FORNECEDOR
           ACCEPT WS-CAMPO-FORNECEDOR

           IF WS-CAMPO-ORIGEM = SPACES
                   OR (WS-CAMPO-TIPO NOT = 'L'
                       AND WS-CAMPO-TIPO NOT = 'S'
                       AND WS-CAMPO-TIPO NOT = 'I'
                       AND WS-CAMPO-TIPO NOT = 'A'
                       AND WS-CAMPO-TIPO NOT = 'B'
                       AND WS-CAMPO-TIPO NOT = 'O')
                   OR (WS-CAMPO-TIPO = 'L'
                       AND WS-CAMPO-FORNECEDOR = SPACES)
               DISPLAY 'CODIGO, TIPO OU FORNECEDOR INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P459-FIM
           END-IF

           STRING WS-CAMPO-ORIGEM     DELIMITED BY SIZE
                  WS-CAMPO-DESC       DELIMITED BY SIZE
                  WS-CAMPO-TIPO       DELIMITED BY SIZE
                  WS-CAMPO-FORNECEDOR DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P459-FIM.

      * LINHA DA ATDTAB (LAYOUT EM ATDTAB.cpy). PRIORIDADE FORA DO
      * DOMINIO OU SLA NAO NUMERICO OU ZERO REJEITAM A LINHA: O SLA
      * E O PRAZO QUE O CHAMADO PROMETE AO CLIENTE.
       P456-CAPTURA-ATENDIMENTO.
           DISPLAY 'INFORME O CODIGO DO MOTIVO (2 DIGITOS): '
           MOVE 0 TO WS-CAMPO-COD
           ACCEPT WS-CAMPO-COD
           DISPLAY 'INFORME A DESCRICAO: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME A PRIORIDADE PADRAO (A = ALTA, M = MEDIA, '
                   'B = BAIXA): '
           MOVE SPACES TO WS-CAMPO-TIPO
           ACCEPT WS-CAMPO-TIPO
           DISPLAY 'INFORME O SLA EM DIAS UTEIS (2 DIGITOS): '
           MOVE SPACES TO WS-CAMPO-SLA
           ACCEPT WS-CAMPO-SLA

           IF WS-CAMPO-COD = 0
                   OR WS-CAMPO-DESC = SPACES
                   OR (WS-CAMPO-TIPO NOT = 'A'
                       AND WS-CAMPO-TIPO NOT = 'M'
                       AND WS-CAMPO-TIPO NOT = 'B')
                   OR WS-CAMPO-SLA NOT NUMERIC
                   OR WS-CAMPO-SLA = '00'
               DISPLAY 'CODIGO, DESCRICAO, PRIORIDADE OU SLA '
                       'INVALIDOS. A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P456-FIM
           END-IF

           STRING WS-CAMPO-COD        DELIMITED BY SIZE
                  WS-CAMPO-DESC       DELIMITED BY SIZE
                  WS-CAMPO-TIPO       DELIMITED BY SIZE
                  WS-CAMPO-SLA        DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P456-FIM.

      * LINHA DA RESTRTAB (LAYOUT EM RESTRTAB.cpy). CEP NAO NUMERICO,
      * FAIXA INVERTIDA OU UF EM BRANCO REJEITAM A LINHA. A LINHA
      * INCLUIDA AQUI E MANUAL ('M'); AS DOS CORREIOS ('C') SO ENTRAM
      * PELO CARGAREST, E A MANUAL COM O MESMO CEP INICIAL DE UMA
      * FAIXA DO ARQUIVO DOS CORREIOS DA LUGAR A ELA NA CARGA.
       P454-CAPTURA-RESTRICAO.
           DISPLAY 'INFORME O CEP INICIAL DA FAIXA (8 DIGITOS): '
           MOVE SPACES TO WS-CAMPO-CEP-DE
           ACCEPT WS-CAMPO-CEP-DE
           DISPLAY 'INFORME O CEP FINAL DA FAIXA (8 DIGITOS): '
           MOVE SPACES TO WS-CAMPO-CEP-ATE
           ACCEPT WS-CAMPO-CEP-ATE
           DISPLAY 'INFORME A UF: '
           MOVE SPACES TO WS-CAMPO-UF
           ACCEPT WS-CAMPO-UF
           DISPLAY 'INFORME A LOCALIDADE (15): '
           MOVE SPACES TO WS-CAMPO-DESC15
           ACCEPT WS-CAMPO-DESC15

           IF WS-CAMPO-CEP-DE NOT NUMERIC
                   OR WS-CAMPO-CEP-ATE NOT NUMERIC
                   OR WS-CAMPO-CEP-DE > WS-CAMPO-CEP-ATE
                   OR WS-CAMPO-UF = SPACES
               DISPLAY 'FAIXA DE CEP OU UF INVALIDAS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P454-FIM
           END-IF

           STRING WS-CAMPO-CEP-DE     DELIMITED BY SIZE
                  WS-CAMPO-CEP-ATE    DELIMITED BY SIZE
                  WS-CAMPO-UF         DELIMITED BY SIZE
                  WS-CAMPO-DESC15     DELIMITED BY SIZE
                  'M'                 DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P454-FIM.

      * LINHA DA PROGTAB (LAYOUT EM PROGTAB.cpy): TURMA (CHAVE) E A
      * TURMA PARA A QUAL O APROVADO PASSA NA VIRADA DO ANO; EM
      * BRANCO, A TURMA E A ULTIMA DO CURSO E O APROVADO CONCLUI.
       P451-CAPTURA-PROGRESSAO.
           DISPLAY 'INFORME O CODIGO DA TURMA (3 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-TURMA
           ACCEPT WS-CAMPO-TURMA
           DISPLAY 'INFORME A TURMA SEGUINTE (3 CARACTERES, EM '
                   'BRANCO = ULTIMA TURMA DO CURSO): '
           MOVE SPACES TO WS-CAMPO-TURMA-SEG
           ACCEPT WS-CAMPO-TURMA-SEG

           IF WS-CAMPO-TURMA = SPACES
               DISPLAY 'TURMA NAO INFORMADA. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P451-FIM
           END-IF
           IF WS-CAMPO-TURMA-SEG = WS-CAMPO-TURMA
               DISPLAY 'A TURMA SEGUINTE NAO PODE SER A PROPRIA '
                       'TURMA. A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P451-FIM
           END-IF

           STRING WS-CAMPO-TURMA      DELIMITED BY SIZE
                  WS-CAMPO-TURMA-SEG  DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P451-FIM.

      * LINHA DA TURMATAB (LAYOUT EM TURMATAB.cpy): CODIGO,
      * DESCRICAO, FLAG DE ATIVA E, DEPOIS DA FLAG, O NUMERO DE VAGAS
      * E O MINIMO DE ALUNOS PARA ABRIR A TURMA (3 DIGITOS CADA, 000 =
      * SEM LIMITE / SEM MINIMO). O MINIMO NAO PODE PASSAR DAS VAGAS.
       P449-CAPTURA-TURMA.
           DISPLAY 'INFORME O CODIGO DA TURMA (3 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-TURMA
           ACCEPT WS-CAMPO-TURMA
           DISPLAY 'INFORME A DESCRICAO: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME O NUMERO DE VAGAS (3 DIGITOS, 000 = '
                   'SEM LIMITE): '
           MOVE SPACES TO WS-CAMPO-CAPACIDADE
           ACCEPT WS-CAMPO-CAPACIDADE
           DISPLAY 'INFORME O MINIMO DE ALUNOS PARA ABRIR A TURMA '
                   '(3 DIGITOS, 000 = SEM MINIMO): '
           MOVE SPACES TO WS-CAMPO-MINIMO
           ACCEPT WS-CAMPO-MINIMO

           IF WS-CAMPO-TURMA = SPACES
                   OR WS-CAMPO-CAPACIDADE NOT NUMERIC
                   OR WS-CAMPO-MINIMO NOT NUMERIC
               DISPLAY 'TURMA, VAGAS OU MINIMO INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P449-FIM
           END-IF
           IF WS-CAMPO-CAPACIDADE NOT = '000'
                   AND WS-CAMPO-MINIMO > WS-CAMPO-CAPACIDADE
               DISPLAY 'O MINIMO PASSA DO NUMERO DE VAGAS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P449-FIM
           END-IF

           STRING WS-CAMPO-TURMA      DELIMITED BY SIZE
                  WS-CAMPO-DESC       DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  WS-CAMPO-CAPACIDADE DELIMITED BY SIZE
                  WS-CAMPO-MINIMO     DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P449-FIM.

      * LINHA DA DOCTAB (LAYOUT EM DOCTAB.cpy): CODIGO DO DOCENTE,
      * NOME, OPERADOR COM QUE ELE SE CONECTA (OPERTAB) E FLAG DE
      * ATIVO. SEM OPERADOR O DOCENTE NAO SE CONECTA E A LINHA NAO
      * SERVE PARA NADA.
       P448-CAPTURA-DOCENTE.
           DISPLAY 'INFORME O CODIGO DO DOCENTE (4 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-DOCENTE
           ACCEPT WS-CAMPO-DOCENTE
           DISPLAY 'INFORME O NOME DO DOCENTE: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME O CODIGO DE OPERADOR DO DOCENTE (ATE 8 '
                   'CARACTERES, COMO NA OPERTAB): '
           MOVE SPACES TO WS-CAMPO-OPERADOR
           ACCEPT WS-CAMPO-OPERADOR

           IF WS-CAMPO-DOCENTE = SPACES
                   OR WS-CAMPO-OPERADOR = SPACES
               DISPLAY 'DOCENTE OU OPERADOR NAO INFORMADO. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P448-FIM
           END-IF

           STRING WS-CAMPO-DOCENTE    DELIMITED BY SIZE
                  WS-CAMPO-DESC       DELIMITED BY SIZE
                  WS-CAMPO-OPERADOR   DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P448-FIM.

      * LINHA DA DOCTUR (LAYOUT EM DOCTUR.cpy): DOCENTE, TURMA E
      * MATERIA (1-3), QUE JUNTOS FORMAM A CHAVE, E FLAG DE ATIVA.
       P447-CAPTURA-ATRIBUICAO.
           DISPLAY 'INFORME O CODIGO DO DOCENTE (4 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-DOCENTE
           ACCEPT WS-CAMPO-DOCENTE
           DISPLAY 'INFORME O CODIGO DA TURMA (3 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-TURMA
           ACCEPT WS-CAMPO-TURMA
           DISPLAY 'INFORME A MATERIA (1-3): '
           MOVE SPACES TO WS-CAMPO-MATERIA
           ACCEPT WS-CAMPO-MATERIA

           IF WS-CAMPO-DOCENTE = SPACES OR WS-CAMPO-TURMA = SPACES
               DISPLAY 'DOCENTE OU TURMA NAO INFORMADO. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P447-FIM
           END-IF
           IF WS-CAMPO-MATERIA < '1' OR WS-CAMPO-MATERIA > '3'
               DISPLAY 'MATERIA INVALIDA. INFORME DE 1 A 3. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P447-FIM
           END-IF

           STRING WS-CAMPO-DOCENTE    DELIMITED BY SIZE
                  WS-CAMPO-TURMA      DELIMITED BY SIZE
                  WS-CAMPO-MATERIA    DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P447-FIM.

      * LINHA DA COMISTAB (LAYOUT EM COMISTAB.cpy): PRODUTO (CHAVE,
      * COMO VEM NO RETORNO DE APOLICES) E TAXA DE COMISSAO SOBRE O
      * PREMIO, COM DUAS CASAS (5 DIGITOS, EX. 01500 = 15,00%).
       P446-CAPTURA-COMISSAO.
           DISPLAY 'INFORME O PRODUTO (ATE 10 CARACTERES, COMO NO '
                   'RETORNO DE APOLICES): '
           MOVE SPACES TO WS-CAMPO-PRODUTO
           ACCEPT WS-CAMPO-PRODUTO
           DISPLAY 'INFORME A TAXA DE COMISSAO (% COM DUAS CASAS, '
                   '5 DIGITOS, EX. 01500 = 15,00%): '
           MOVE SPACES TO WS-CAMPO-VALOR5
           ACCEPT WS-CAMPO-VALOR5

           IF WS-CAMPO-PRODUTO = SPACES
                   OR WS-CAMPO-VALOR5 NOT NUMERIC
                   OR WS-CAMPO-VALOR5 > '10000'
               DISPLAY 'PRODUTO OU TAXA INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P446-FIM
           END-IF

           STRING WS-CAMPO-PRODUTO    DELIMITED BY SIZE
                  WS-CAMPO-VALOR5     DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P446-FIM.

      * LINHA DA DISTTAB (LAYOUT EM DISTTAB.cpy): RELATORIO (O NOME
      * NO CATALOGO), DESTINATARIO E VALOR DO CORTE, QUE JUNTOS FORMAM
      * A CHAVE, E O TIPO DE CORTE: F = FILIAL, E = EMPRESA (CODIGO
      * DE 2 DIGITOS), O = OPERADOR, T = RELATORIO INTEIRO (SEM
      * VALOR).
       P445-CAPTURA-DISTRIBUICAO.
           PERFORM P444-PEDE-CHAVE-DIST THRU P444-FIM
           DISPLAY 'INFORME O CORTE (F = FILIAL, E = EMPRESA, '
                   'O = OPERADOR, T = INTEIRO): '
           MOVE SPACES TO WS-CAMPO-TIPO
           ACCEPT WS-CAMPO-TIPO

           IF WS-CAMPO-RELATORIO = SPACES
                   OR WS-CAMPO-DESTINATARIO = SPACES
               DISPLAY 'RELATORIO OU DESTINATARIO NAO INFORMADO. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P445-FIM
           END-IF
           EVALUATE WS-CAMPO-TIPO
               WHEN 'F'
               WHEN 'E'
                   IF WS-CAMPO-VALOR-DIST(1:2) NOT NUMERIC
                           OR WS-CAMPO-VALOR-DIST(3:6) NOT = SPACES
                       DISPLAY 'FILIAL/EMPRESA INVALIDA (2 DIGITOS). '
                               'A LINHA NAO SERA GRAVADA.'
                       MOVE SPACES TO WS-LINHA-NOVA
                       GO TO P445-FIM
                   END-IF
               WHEN 'O'
                   IF WS-CAMPO-VALOR-DIST = SPACES
                       DISPLAY 'OPERADOR NAO INFORMADO. '
                               'A LINHA NAO SERA GRAVADA.'
                       MOVE SPACES TO WS-LINHA-NOVA
                       GO TO P445-FIM
                   END-IF
               WHEN 'T'
                   IF WS-CAMPO-VALOR-DIST NOT = SPACES
                       DISPLAY 'CORTE T NAO LEVA VALOR. '
                               'A LINHA NAO SERA GRAVADA.'
                       MOVE SPACES TO WS-LINHA-NOVA
                       GO TO P445-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY 'CORTE INVALIDO. INFORME F, E, O OU T. '
                           'A LINHA NAO SERA GRAVADA.'
                   MOVE SPACES TO WS-LINHA-NOVA
                   GO TO P445-FIM
           END-EVALUATE

           STRING WS-CAMPO-RELATORIO    DELIMITED BY SIZE
                  WS-CAMPO-DESTINATARIO DELIMITED BY SIZE
                  WS-CAMPO-VALOR-DIST   DELIMITED BY SIZE
                  WS-CAMPO-TIPO         DELIMITED BY SIZE
                  'S'                   DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P445-FIM.

       P444-PEDE-CHAVE-DIST.
           DISPLAY 'INFORME O RELATORIO (NOME NO CATALOGO, ATE 12 '
                   'CARACTERES): '
           MOVE SPACES TO WS-CAMPO-RELATORIO
           ACCEPT WS-CAMPO-RELATORIO
           DISPLAY 'INFORME O DESTINATARIO (ATE 8 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-DESTINATARIO
           ACCEPT WS-CAMPO-DESTINATARIO
           DISPLAY 'INFORME O VALOR DO CORTE (FILIAL/EMPRESA COM 2 '
                   'DIGITOS, OPERADOR, OU BRANCO SE INTEIRO): '
           MOVE SPACES TO WS-CAMPO-VALOR-DIST
           ACCEPT WS-CAMPO-VALOR-DIST
           .
       P444-FIM.

      * LINHA DA PARCTAB (LAYOUT EM PARCTAB.cpy): ORIGEM QUE O
      * PARCEIRO GRAVA NO HEADER (CHAVE; NA FATURA DOS CORREIOS, O
      * CONTRATO), DESCRICAO E O CARREGADOR DAQUELE ARQUIVO. SO ENTRAM
      * OS CARREGADORES DE HEADER COM ORIGEM QUE O DESPACHO SABE
      * CHAMAR.
       P443-CAPTURA-PARCEIRO.
           DISPLAY 'INFORME A ORIGEM DO HEADER (ATE 10 CARACTERES): '
           MOVE SPACES TO WS-CAMPO-REMETENTE
           ACCEPT WS-CAMPO-REMETENTE
           DISPLAY 'INFORME A DESCRICAO: '
           MOVE SPACES TO WS-CAMPO-DESC
           ACCEPT WS-CAMPO-DESC
           DISPLAY 'INFORME O CARREGADOR (RETMAIL, CARGANMP, RETDISC, '
                   'CARGAPEP, CARGACOM, CARGAREST, CARGAFCOR OU '
                   'CARGAPOL): '
           MOVE SPACES TO WS-CAMPO-PROGRAMA
           ACCEPT WS-CAMPO-PROGRAMA

           IF WS-CAMPO-REMETENTE = SPACES
                   OR (WS-CAMPO-PROGRAMA NOT = 'RETMAIL'
                       AND WS-CAMPO-PROGRAMA NOT = 'CARGANMP'
                       AND WS-CAMPO-PROGRAMA NOT = 'RETDISC'
                       AND WS-CAMPO-PROGRAMA NOT = 'CARGAPEP'
                       AND WS-CAMPO-PROGRAMA NOT = 'CARGACOM'
                       AND WS-CAMPO-PROGRAMA NOT = 'CARGAREST'
                       AND WS-CAMPO-PROGRAMA NOT = 'CARGAFCOR'
                       AND WS-CAMPO-PROGRAMA NOT = 'CARGAPOL')
               DISPLAY 'ORIGEM OU CARREGADOR INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P443-FIM
           END-IF

           STRING WS-CAMPO-REMETENTE  DELIMITED BY SIZE
                  WS-CAMPO-DESC       DELIMITED BY SIZE
                  WS-CAMPO-PROGRAMA   DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P443-FIM.

      * LINHA DA AVALTAB (LAYOUT EM AVALTAB.cpy): TURMA (CHAVE, '***'
      * = REGRA DA CASA), PESO DE CADA BIMESTRE E DE CADA MATERIA
      * (2 DIGITOS CADA), MEDIA MINIMA, PERCENTUAL MAXIMO DE FALTAS
      * E PERCENTUAL DE AVISO, ESTES COM DUAS CASAS (5 DIGITOS, EX.
      * 07000 = 70,00). O AVISO NAO PODE PASSAR DO MAXIMO.
       P452-CAPTURA-AVALIACAO.
           DISPLAY 'INFORME O CODIGO DA TURMA (3 CARACTERES, '
                   '*** = REGRA DA CASA): '
           MOVE SPACES TO WS-CAMPO-TURMA
           ACCEPT WS-CAMPO-TURMA
           DISPLAY 'INFORME OS PESOS DOS 4 BIMESTRES (2 DIGITOS '
                   'CADA, EX. 01010202): '
           MOVE SPACES TO WS-CAMPO-PESOS-BIM
           ACCEPT WS-CAMPO-PESOS-BIM
           DISPLAY 'INFORME OS PESOS DAS 3 MATERIAS (2 DIGITOS '
                   'CADA, 00 = FORA DA MEDIA, EX. 010101): '
           MOVE SPACES TO WS-CAMPO-PESOS-MAT
           ACCEPT WS-CAMPO-PESOS-MAT
           DISPLAY 'INFORME A MEDIA MINIMA (DUAS CASAS, 5 DIGITOS, '
                   'EX. 07000 = 70,00): '
           MOVE SPACES TO WS-CAMPO-NOTA-MIN
           ACCEPT WS-CAMPO-NOTA-MIN
           DISPLAY 'INFORME O MAXIMO DE FALTAS (% COM DUAS CASAS, '
                   '5 DIGITOS, EX. 02500 = 25,00%): '
           MOVE SPACES TO WS-CAMPO-MAX-FALTAS
           ACCEPT WS-CAMPO-MAX-FALTAS
           DISPLAY 'INFORME O AVISO DE FALTAS (% COM DUAS CASAS, '
                   '5 DIGITOS, EX. 02000 = 20,00%): '
           MOVE SPACES TO WS-CAMPO-ALERTA
           ACCEPT WS-CAMPO-ALERTA

           IF WS-CAMPO-TURMA = SPACES
               DISPLAY 'TURMA NAO INFORMADA. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P452-FIM
           END-IF
           IF WS-CAMPO-PESOS-BIM NOT NUMERIC
                   OR WS-CAMPO-PESOS-MAT NOT NUMERIC
                   OR WS-CAMPO-NOTA-MIN NOT NUMERIC
                   OR WS-CAMPO-MAX-FALTAS NOT NUMERIC
                   OR WS-CAMPO-ALERTA NOT NUMERIC
               DISPLAY 'PESOS OU PERCENTUAIS INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P452-FIM
           END-IF
           IF WS-CAMPO-PESOS-BIM = '00000000'
                   OR WS-CAMPO-PESOS-MAT = '000000'
               DISPLAY 'PELO MENOS UM BIMESTRE E UMA MATERIA PRECISAM '
                       'DE PESO. A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P452-FIM
           END-IF
           IF WS-CAMPO-NOTA-MIN > '10000'
                   OR WS-CAMPO-MAX-FALTAS > '10000'
                   OR WS-CAMPO-ALERTA > WS-CAMPO-MAX-FALTAS
               DISPLAY 'MEDIA OU PERCENTUAL ACIMA DE 100, OU AVISO '
                       'ACIMA DO MAXIMO. A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P452-FIM
           END-IF

           STRING WS-CAMPO-TURMA      DELIMITED BY SIZE
                  WS-CAMPO-PESOS-BIM  DELIMITED BY SIZE
                  WS-CAMPO-PESOS-MAT  DELIMITED BY SIZE
                  WS-CAMPO-NOTA-MIN   DELIMITED BY SIZE
                  WS-CAMPO-MAX-FALTAS DELIMITED BY SIZE
                  WS-CAMPO-ALERTA     DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P452-FIM.

      * LINHA DA ENCTAB: INICIO DA VIGENCIA (CHAVE), MULTA EM % SOBRE
      * O PRINCIPAL VENCIDO E JUROS SIMPLES EM % AO MES, AMBOS COM
      * DUAS CASAS (5 DIGITOS, EX. 00200 = 2,00%). A REGRA QUE VALE
      * PARA UMA FATURA E A DE MAIOR VIGENCIA ATE O VENCIMENTO DELA.
       P453-CAPTURA-ENCARGO.
           PERFORM P455-CAPTURA-VIGENCIA THRU P455-FIM
           DISPLAY 'INFORME A MULTA (% COM DUAS CASAS, 5 DIGITOS, '
                   'EX. 00200 = 2,00%): '
           MOVE SPACES TO WS-CAMPO-VALOR5
           ACCEPT WS-CAMPO-VALOR5
           DISPLAY 'INFORME OS JUROS AO MES (% COM DUAS CASAS, 5 '
                   'DIGITOS, EX. 00100 = 1,00%): '
           MOVE SPACES TO WS-CAMPO-JUROS
           ACCEPT WS-CAMPO-JUROS

           IF WS-CAMPO-VALOR5 NOT NUMERIC
                   OR WS-CAMPO-JUROS NOT NUMERIC
               DISPLAY 'MULTA OU JUROS INVALIDOS. '
                       'A LINHA NAO SERA GRAVADA.'
               MOVE SPACES TO WS-LINHA-NOVA
               GO TO P453-FIM
           END-IF

           STRING WS-CAMPO-VIGENCIA   DELIMITED BY SIZE
                  WS-CAMPO-VALOR5     DELIMITED BY SIZE
                  WS-CAMPO-JUROS      DELIMITED BY SIZE
                  'S'                 DELIMITED BY SIZE
                  INTO WS-LINHA-NOVA
           END-STRING
           .
       P453-FIM.

      * VIGENCIA DAS TABELAS DATADAS (CEPTAB, DDDTAB, TARTAB): A
      * ENTRADA SO PASSA A VALER NO DIA INFORMADO; 0 = IMEDIATA.
       P455-CAPTURA-VIGENCIA.
