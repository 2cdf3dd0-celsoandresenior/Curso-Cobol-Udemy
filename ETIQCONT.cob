      *          EXTRATO EM LAYOUT DE ETIQUETA DE ENDERECAMENTO (NOME /
      *          RUA / BAIRRO / CIDADE-UF / CEP), UM BLOCO DE 4 LINHAS
      *          POR CONTATO ATIVO, PRONTO PARA ALIMENTAR A IMPRESSAO
      *          EM FOLHA DE ETIQUETAS. CEP EM AREA DE RESTRICAO DE
      *          ENTREGA DOS CORREIOS (RESTRTAB, CONSULTADA PELO
      *          RESTRVALID) SAI NOS MACOS DE RETIRADA NA AGENCIA, NO
      *          FIM DA TIRAGEM, COM O AVISO NA ETIQUETA.
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

      * ARQUIVO DE TRABALHO DO SORT: A TIRAGEM SAI ORDENADA POR
      * CEP, EM MACOS POR FAIXA (3 PRIMEIROS DIGITOS DO CEP). AS
      * PECAS DE AREA RESTRITA ('R') VEM DEPOIS DAS DE ENTREGA
      * NORMAL ('N'), EM MACOS PROPRIOS.
       SD SORTWORK.
       01 REG-SORTWORK.
           03 SRT-ENTREGA            PIC X(01).
               88 SRT-RETIRAR            VALUE 'R'.
           03 SRT-CEP                PIC X(08).
           03 SRT-ID                 PIC 9(05).
           03 SRT-IMAGEM             PIC X(400).
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
          VALUE 'C:\Users\gotic\opencobolfiles\MANIFESTO.TXT'.
       77 WS-FS-MAN                 PIC 99.
          88 FS-MAN-OK              VALUE 0.
       77 WS-MANIFHIST-PATH         PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\MANIFHIST.TXT'.
       77 WS-FS-MHI                 PIC 99.
          88 FS-MHI-OK              VALUE 0.
       77 WS-SERVICO-POSTAL         PIC X(05) VALUE 'MDPB'.
       77 WS-MH-DATA                PIC 9(08) VALUE ZEROES.
       77 WS-SORTWORK-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ETIQSRT.TMP'.
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
           DISPLAY "*** EXTRATO DE ETIQUETAS DE ENDERECAMENTO ***".
           PERFORM P100-LOCALIZA-ARQUIVOS
           PERFORM P140-VALIDA-CAMPANHA THRU P140-FIM
           IF NOT CV-ATIVA
               MOVE 12 TO RETURN-CODE
               PERFORM P900-FIM
           END-IF
      * A TIRAGEM E ORDENADA POR CEP E IMPRESSA EM MACOS POR FAIXA
      * (PRE-TRIAGEM DOS CORREIOS), COM MANIFESTO DE POSTAGEM.
           SORT SORTWORK
               ON ASCENDING KEY SRT-ENTREGA SRT-CEP SRT-ID
               INPUT  PROCEDURE IS P200-PROCESSAR
                   THRU P200-FIM
               OUTPUT PROCEDURE IS P600-IMPRIMIR-ORDENADO
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

           DISPLAY 'ETIQSRT_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-SORTWORK-PATH     FROM ENVIRONMENT-VALUE
           IF WS-SORTWORK-PATH = SPACES
      * ENDERECO JA DEVOLVIDO PELO CORREIO: NAO PAGAR DE NOVO.
                           ADD 1 TO WS-DEVOLVIDOS
                       ELSE
                       IF CPF-TITULAR-FALECIDO
      * TITULAR FALECIDO (APLCPF): NAO RECEBE MAIS CORRESPONDENCIA.
                           ADD 1 TO WS-FALECIDOS
                       ELSE
                       IF MENOR-SEM-CONSENTIMENTO
      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD): RETIDO.
                           ADD 1 TO WS-MENORES
                       ELSE
                       PERFORM P240-CONFERE-DOMICILIO THRU P240-FIM
                       IF MODO-DOMICILIAR AND NOT TITULAR-OK
      * NAO E O TITULAR DO DOMICILIO: A PECA VAI SO PARA O TITULAR.
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ
           .
       P210-FIM.

       P225-LIBERAR-ETIQUETA.
           MOVE 'N' TO SRT-ENTREGA
           IF NOT ENDERECO-EXTERIOR
               MOVE WS-CEP TO RV-CEP
               CALL 'RESTRVALID' USING VALIDACAO-RESTRICAO
               IF RV-RESTRITA
                   MOVE 'R' TO SRT-ENTREGA
                   ADD 1 TO WS-RESTRITAS
               END-IF
           END-IF
           MOVE WS-CEP       TO SRT-CEP
           MOVE ID-CONTATO   TO SRT-ID
           MOVE REG-CONTATOS TO SRT-IMAGEM

      * SAIDA DO SORT: AS ETIQUETAS SAEM ORDENADAS POR CEP; CADA
      * TROCA DE FAIXA (3 PRIMEIROS DIGITOS) FECHA UM MACO COM
      * PAGINA SEPARADORA E LINHA NO MANIFESTO DE POSTAGEM. A
      * PASSAGEM PARA AS PECAS DE AREA RESTRITA TAMBEM FECHA O MACO.
       P600-IMPRIMIR-ORDENADO.
           OPEN OUTPUT RELETIQ
           IF NOT FS-REL-OK
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


       P620-TRATAR-ETIQUETA.
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
           MOVE SPACES TO REG-RELETIQ
           STRING '===== MACO '      DELIMITED BY SIZE
                  INTO REG-RELETIQ
           END-STRING
           PERFORM P230-GRAVAR-LINHA THRU P230-FIM
           IF MACO-RETIRAR
               MOVE '===== RETIRAR NA AGENCIA' TO REG-RELETIQ
               PERFORM P230-GRAVAR-LINHA THRU P230-FIM
           END-IF
           MOVE SPACES TO REG-RELETIQ
           PERFORM P230-GRAVAR-LINHA THRU P230-FIM

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
               MOVE 'ETIQCONT'          TO MH-PROGRAMA
               MOVE WS-CAMPANHA         TO MH-CAMPANHA
               MOVE WS-FAIXA-CORRENTE   TO MH-FAIXA
               MOVE WS-ENTREGA-CORRENTE TO MH-ENTREGA
               MOVE WS-MACO-PECAS       TO MH-PECAS
               WRITE REG-MANIFHIST
           END-IF
           .
       P630-FIM.

           DISPLAY 'SELECIONADAS..........: ' WS-SELECIONADAS
           DISPLAY 'ETIQUETAS IMPRESSAS...: ' WS-IMPRESSAS
           DISPLAY 'MACOS (FAIXAS DE CEP).: ' WS-MACO-NUMERO
           DISPLAY 'RETIRAR NA AGENCIA....: ' WS-RESTRITAS
           DISPLAY 'CONTATOS EXCLUIDOS....: ' WS-EXCLUIDOS
           DISPLAY 'FORA DO GRUPO.........: ' WS-FORA-GRUPO
           DISPLAY 'FORA DA LISTA-ALVO....: ' WS-FORA-ALVO
           DISPLAY 'SUPRIMIDOS (OPT-OUT)..: ' WS-SUPRIMIDOS
           DISPLAY 'AGRUPADOS (DOMICILIO).: ' WS-AGRUPADOS
           DISPLAY 'ENDERECOS DEVOLVIDOS..: ' WS-DEVOLVIDOS
           DISPLAY 'TITULARES FALECIDOS...: ' WS-FALECIDOS
           DISPLAY 'MENORES RETIDOS.......: ' WS-MENORES
           .
       P800-FIM.

               PERFORM P230-GRAVAR-LINHA THRU P230-FIM
           END-IF

      * PECA DE AREA RESTRITA: AVISO DE RETIRADA NA AGENCIA NA
      * PROPRIA ETIQUETA.
           IF SRT-RETIRAR
               MOVE 'AREA RESTRITA - RETIRAR NA AGENCIA'
                   TO REG-RELETIQ
               PERFORM P230-GRAVAR-LINHA THRU P230-FIM
           END-IF

           MOVE SPACES TO REG-RELETIQ
           PERFORM P230-GRAVAR-LINHA THRU P230-FIM
           .
       P220-FIM.


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
