      *          ETIQUETAS (ATIVOS, FILTRO DE GRUPO GRUPO_FILTRO E
      *          SUPRESSAO DE OPT-OUT DE MALA DIRETA). A SAUDACAO
      *          USA SO O PRIMEIRO NOME, JA SEPARADO NO CADASTRO
      *          PELA QUEBRA DE NOME NO ESTILO DA Aula31. CEP EM
      *          AREA DE RESTRICAO DE ENTREGA DOS CORREIOS (RESTRTAB,
      *          CONSULTADA PELO RESTRVALID) SAI NOS MACOS DE
      *          RETIRADA NA AGENCIA, NO FIM DA TIRAGEM, COM O AVISO
      *          DE RETIRADA NO PE DA CARTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAN.

               SELECT MANIFHIST ASSIGN TO DYNAMIC
               WS-MANIFHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MHI.

               SELECT SORTWORK ASSIGN TO DYNAMIC
               WS-SORTWORK-PATH.

       FD MANIFESTO.
       01 REG-MANIFESTO             PIC X(60).

      * HISTORICO DOS MANIFESTOS (VEJA MANIFHIST.cpy), CONFERIDO
      * CONTRA A FATURA DOS CORREIOS PELO CONCPOST.
       FD MANIFHIST.
          COPY MANIFHIST.

      * ARQUIVO DE TRABALHO DO SORT: AS CARTAS SAEM ORDENADAS POR
      * CEP, EM MACOS POR FAIXA (3 PRIMEIROS DIGITOS DO CEP). AS
      * PECAS DE AREA RESTRITA ('R') VEM DEPOIS DAS DE ENTREGA
      * NORMAL ('N'), EM MACOS PROPRIOS.
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SRT-ENTREGA            PIC X(01).
               88 SRT-RETIRAR            VALUE 'R'.
           03 SRT-CEP                PIC X(08).
           03 SRT-ID                 PIC 9(05).
           03 SRT-VARIANTE           PIC X(01).
       77 WS-FORA-GRUPO             PIC 9(05) VALUE ZEROES.
       77 WS-SUPRIMIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-DEVOLVIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS              PIC 9(05) VALUE ZEROES.
       77 WS-MENORES                PIC 9(05) VALUE ZEROES.


      * HISTORICO DE CAMPANHAS (VEJA CAMPHIST.cpy): UMA ENTRADA POR
       77 WS-FS-CMP                 PIC 99.
          88 FS-CMP-OK              VALUE 0.
       77 WS-CAMPANHA               PIC X(10) VALUE SPACES.
      * CONFERENCIA DO CODIGO NA TABELA MESTRE DE CAMPANHAS (VEJA
      * CAMPVAL.cpy): SO CAMPANHA ATIVA LIBERA A EXECUCAO.
       COPY CAMPVAL.
       77 WS-CANAL                  PIC X(01) VALUE 'M'.
       77 WS-CMP-ABERTO             PIC X VALUE 'N'.
          88 CMP-ABERTO             VALUE 'S' FALSE 'N'.
          VALUE 'C:\Users\gotic\opencobolfiles\MANIFCART.TXT'.
       77 WS-FS-MAN                 PIC 99.
          88 FS-MAN-OK              VALUE 0.
       77 WS-MANIFHIST-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MANIFHIST.TXT'.
       77 WS-FS-MHI                 PIC 99.
          88 FS-MHI-OK              VALUE 0.
       77 WS-SERVICO-POSTAL         PIC X(05) VALUE 'MDPB'.
       77 WS-MH-DATA                PIC 9(08) VALUE ZEROES.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CARTSRT.TMP'.
       77 WS-SELECIONADAS           PIC 9(05) VALUE ZEROES.
       77 WS-MACO-PECAS             PIC 9(05) VALUE ZEROES.
       77 WS-FIM-SORT               PIC X.
          88 FIM-SORT-OK            VALUE 'S' FALSE 'N'.
      * AREA DE RESTRICAO DE ENTREGA DOS CORREIOS (VEJA RESTRVAL.cpy).
       COPY RESTRVAL.
       77 WS-ENTREGA-CORRENTE       PIC X(01) VALUE SPACES.
          88 MACO-RETIRAR           VALUE 'R'.
       77 WS-RESTRITAS              PIC 9(05) VALUE ZEROES.


       77 WS-EOF                    PIC X.
       MAIN-PROCEDURE.
           DISPLAY "*** GERADOR DE MALA DIRETA (CARTA MODELO) ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P140-VALIDA-CAMPANHA THRU P140-FIM
           IF NOT CV-ATIVA
               MOVE 12 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
           PERFORM P150-CARREGAR-GABARITO THRU P150-FIM
           IF WS-GAB-QTD = 0
               DISPLAY 'GABARITO VAZIO OU INDISPONIVEL. NADA A '
      * AS CARTAS SAEM ORDENADAS POR CEP, EM MACOS POR FAIXA COM
      * MANIFESTO DE POSTAGEM (PRE-TRIAGEM DOS CORREIOS).
               SORT SORTWORK
                   ON ASCENDING KEY SRT-ENTREGA SRT-CEP SRT-ID
                   INPUT  PROCEDURE IS P200-PROCESSAR
                       THRU P200-FIM
                   OUTPUT PROCEDURE IS P600-GERAR-ORDENADO
                   TO WS-MANIFESTO-PATH
           END-IF

           DISPLAY 'MANIFHIST_PATH'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-MANIFHIST-PATH    FROM ENVIRONMENT-VALUE
           IF WS-MANIFHIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\MANIFHIST.TXT'
                   TO WS-MANIFHIST-PATH
           END-IF

      * SERVICO DOS CORREIOS EM QUE A TIRAGEM E POSTADA, COMO SAI NA
      * FATURA MENSAL (PADRAO MDPB, MALA DIRETA POSTAL BASICA).
           DISPLAY 'SERVICO_POSTAL'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-SERVICO-POSTAL    FROM ENVIRONMENT-VALUE
           IF WS-SERVICO-POSTAL = SPACES
               MOVE 'MDPB' TO WS-SERVICO-POSTAL
           END-IF

           DISPLAY 'CARTSRT_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
                       WHEN ENDERECO-DEVOLVIDO
      * ENDERECO JA DEVOLVIDO PELO CORREIO: NAO PAGAR DE NOVO.
                           ADD 1 TO WS-DEVOLVIDOS
      * TITULAR FALECIDO (APLCPF): NAO RECEBE MAIS CORRESPONDENCIA.
                       WHEN CPF-TITULAR-FALECIDO
                           ADD 1 TO WS-FALECIDOS
      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD): RETIDO.
                       WHEN MENOR-SEM-CONSENTIMENTO
                           ADD 1 TO WS-MENORES
                       WHEN OTHER
                           PERFORM P245-CONFERE-DOMICILIO
                               THRU P245-FIM
       P210-FIM.

       P226-LIBERAR-CARTA.
           MOVE 'N' TO SRT-ENTREGA
           IF NOT ENDERECO-EXTERIOR
               MOVE WS-CEP TO RV-CEP
               CALL 'RESTRVALID' USING VALIDACAO-RESTRICAO
               IF RV-RESTRITA
                   MOVE 'R' TO SRT-ENTREGA
                   ADD 1 TO WS-RESTRITAS
               END-IF
           END-IF
           MOVE WS-CEP            TO SRT-CEP
           MOVE ID-CONTATO        TO SRT-ID
           MOVE WS-VARIANTE-ATUAL TO SRT-VARIANTE

      * SAIDA DO SORT: AS CARTAS SAEM ORDENADAS POR CEP; CADA
      * TROCA DE FAIXA (3 PRIMEIROS DIGITOS) FECHA UM MACO COM
      * PAGINA SEPARADORA E LINHA NO MANIFESTO DE POSTAGEM. A
      * PASSAGEM PARA AS PECAS DE AREA RESTRITA TAMBEM FECHA O MACO.
       P600-GERAR-ORDENADO.
           OPEN OUTPUT CARTAS
           IF NOT FS-CAR-OK
               MOVE 'CEP' TO REG-MANIFESTO(45:3)
               WRITE REG-MANIFESTO
           END-IF
           SET FS-MHI-OK TO TRUE
           OPEN EXTEND MANIFHIST
           IF WS-FS-MHI EQUAL 35
               OPEN OUTPUT MANIFHIST
           END-IF
           IF NOT FS-MHI-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MANIFESTOS '
                       '(FS=' WS-FS-MHI ').'
           END-IF
           ACCEPT WS-MH-DATA FROM DATE YYYYMMDD

           SET TEM-MACO TO FALSE
           SET FIM-SORT-OK TO FALSE
           IF FS-MAN-OK
               CLOSE MANIFESTO
           END-IF
           IF FS-MHI-OK
               CLOSE MANIFHIST
           END-IF
           .
       P600-FIM.


       P620-TRATAR-CARTA.
           IF NOT TEM-MACO
                   OR SRT-ENTREGA NOT = WS-ENTREGA-CORRENTE
                   OR SRT-CEP(1:3) NOT = WS-FAIXA-CORRENTE
               IF TEM-MACO
                   PERFORM P630-FECHAR-MACO THRU P630-FIM
               SET TEM-MACO TO TRUE
               ADD 1 TO WS-MACO-NUMERO
               MOVE 0 TO WS-MACO-PECAS
               MOVE SRT-ENTREGA  TO WS-ENTREGA-CORRENTE
               MOVE SRT-CEP(1:3) TO WS-FAIXA-CORRENTE
           END-IF

       P620-FIM.

      * PAGINA SEPARADORA DO MACO (NUMERO E CONTAGEM) E LINHA DO
      * MANIFESTO PARA O FORMULARIO DE FRANQUEAMENTO. MACO DE AREA
      * RESTRITA SAI MARCADO PARA RETIRADA NA AGENCIA.
       P630-FECHAR-MACO.
           MOVE SPACES TO REG-CARTA
           STRING '===== MACO '      DELIMITED BY SIZE
                  WS-MACO-PECAS      DELIMITED BY SIZE
                  INTO REG-CARTA
           END-STRING
           IF MACO-RETIRAR
               MOVE ' RETIRAR NA AGENCIA' TO REG-CARTA(38:19)
           END-IF
           PERFORM P260-GRAVAR-LINHA THRU P260-FIM

           IF FS-MAN-OK
                      WS-MACO-PECAS      DELIMITED BY SIZE
                      INTO REG-MANIFESTO
               END-STRING
               IF MACO-RETIRAR
                   MOVE ' RETIRAR NA AGENCIA' TO REG-MANIFESTO(32:19)
               END-IF
               WRITE REG-MANIFESTO
           END-IF

           IF FS-MHI-OK
               MOVE SPACES              TO REG-MANIFHIST
               MOVE WS-MH-DATA          TO MH-DATA
               MOVE WS-SERVICO-POSTAL   TO MH-SERVICO
               MOVE 'CARTACONT'         TO MH-PROGRAMA
               MOVE WS-CAMPANHA         TO MH-CAMPANHA
               MOVE WS-FAIXA-CORRENTE   TO MH-FAIXA
               MOVE WS-ENTREGA-CORRENTE TO MH-ENTREGA
               MOVE WS-MACO-PECAS       TO MH-PECAS
               WRITE REG-MANIFHIST
           END-IF
           .
       P630-FIM.

           DISPLAY 'SELECIONADAS.........: ' WS-SELECIONADAS
           DISPLAY 'CARTAS GERADAS.......: ' WS-CARTAS-GERADAS
           DISPLAY 'MACOS (FAIXAS DE CEP): ' WS-MACO-NUMERO
           DISPLAY 'RETIRAR NA AGENCIA...: ' WS-RESTRITAS
           DISPLAY 'CONTATOS EXCLUIDOS...: ' WS-EXCLUIDOS
           DISPLAY 'FORA DO GRUPO........: ' WS-FORA-GRUPO
           DISPLAY 'FORA DA LISTA-ALVO...: ' WS-FORA-ALVO
           DISPLAY 'SUPRIMIDOS (OPT-OUT).: ' WS-SUPRIMIDOS
           DISPLAY 'AGRUPADOS (DOMICILIO): ' WS-AGRUPADOS
           DISPLAY 'ENDERECOS DEVOLVIDOS.: ' WS-DEVOLVIDOS
           DISPLAY 'TITULARES FALECIDOS..: ' WS-FALECIDOS
           DISPLAY 'MENORES RETIDOS......: ' WS-MENORES
           .
       P800-FIM.

                   UNTIL WS-GIDX > WS-GAB-QTD
           END-IF

      * CARTA PARA AREA DE RESTRICAO DE ENTREGA: O CARTEIRO NAO
      * ENTREGA NO ENDERECO, ENTAO O PE DA CARTA AVISA DA RETIRADA.
           IF SRT-RETIRAR
               MOVE SPACES TO REG-CARTA
               PERFORM P260-GRAVAR-LINHA THRU P260-FIM
               MOVE 'AVISO: SEU ENDERECO FICA EM AREA DE RESTRICAO DE '
                 & 'ENTREGA DOS CORREIOS. ESTA CORRESPONDENCIA '
                 & 'AGUARDA RETIRADA' TO REG-CARTA
               PERFORM P260-GRAVAR-LINHA THRU P260-FIM
               MOVE 'NA AGENCIA DOS CORREIOS QUE ATENDE O SEU CEP. '
                 & 'LEVE UM DOCUMENTO COM FOTO.' TO REG-CARTA
               PERFORM P260-GRAVAR-LINHA THRU P260-FIM
           END-IF

      * SEPARADOR DE CARTAS PARA O CORTE NA IMPRESSAO.
           MOVE ALL '-' TO REG-CARTA
           PERFORM P260-GRAVAR-LINHA THRU P260-FIM
       P250-FIM.


      * A CAMPANHA PRECISA ESTAR CADASTRADA E ATIVA NA TABELA MESTRE
      * (CAMPTAB, MANTIDA NO MANUTTAB): UM CODIGO DIGITADO ERRADO
      * DIVIDIRIA A CAMPANHA NO CAMPTAXA E NO CUSTOPOST.
       P140-VALIDA-CAMPANHA.
           MOVE WS-CAMPANHA TO CV-CAMPANHA
           CALL 'CAMPVALID' USING VALIDACAO-CAMPANHA
           EVALUATE TRUE
               WHEN CV-ATIVA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' - ' CV-DESCRICAO
                       ' (DONO ' CV-DONO ')'
               WHEN CV-PLANEJADA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' AINDA '
                       'PLANEJADA: ATIVE-A NO MANUTTAB. EXECUCAO '
                       'RECUSADA.'
               WHEN CV-ENCERRADA
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' ENCERRADA. '
                       'EXECUCAO RECUSADA.'
               WHEN CV-TABELA-AUSENTE
                   DISPLAY 'SEM A TABELA DE CAMPANHAS NAO HA COMO '
                       'CONFERIR O CODIGO. EXECUCAO RECUSADA.'
               WHEN OTHER
                   DISPLAY 'CAMPANHA ' WS-CAMPANHA ' NAO CADASTRADA '
                       'NA CAMPTAB. EXECUCAO RECUSADA.'
           END-EVALUATE
           .
       P140-FIM.

      * ABERTURA/GRAVACAO/FECHAMENTO DO HISTORICO DE CAMPANHAS. O
      * ARQUIVO FICA ABERTO DURANTE A TIRAGEM INTEIRA.
       P270-ABRIR-CAMPHIST.
