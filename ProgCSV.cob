       77 WS-FS-CMP        PIC 99.
          88 FS-CMP-OK     VALUE 0.
       77 WS-CAMPANHA      PIC X(10) VALUE SPACES.
      * CONFERENCIA DO CODIGO NA TABELA MESTRE DE CAMPANHAS (VEJA
      * CAMPVAL.cpy): SO CAMPANHA ATIVA LIBERA A EXECUCAO.
       COPY CAMPVAL.
       77 WS-CANAL         PIC X(01) VALUE 'E'.
       77 WS-CMP-ABERTO    PIC X VALUE 'N'.
          88 CMP-ABERTO    VALUE 'S' FALSE 'N'.
       77 WS-EXCLUIDOS      PIC 9(05) VALUE ZEROES.
       77 WS-FORA-GRUPO     PIC 9(05) VALUE ZEROES.
       77 WS-SUPRIMIDOS     PIC 9(05) VALUE ZEROES.
       77 WS-EMAIL-DEVOLVIDOS PIC 9(05) VALUE ZEROES.
       77 WS-FALECIDOS        PIC 9(05) VALUE ZEROES.
       77 WS-MENORES          PIC 9(05) VALUE ZEROES.



           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           PERFORM P140-VALIDA-CAMPANHA THRU P140-FIM
           IF NOT CV-ATIVA
               MOVE 12 TO WS-FIM-RC
           ELSE
               OPEN OUTPUT ARQCSV
               OPEN INPUT CONTATOS
               PERFORM P270-ABRIR-CAMPHIST THRU P270-FIM

               IF FS-OK
                   PERFORM P100-EXPORTA-REGISTRO THRU P100-FIM
                       UNTIL EOF-OK
               ELSE
                   COPY FSDIAG.

                   MOVE 8 TO WS-FIM-RC
               END-IF

               CLOSE CONTATOS
               CLOSE ARQCSV
               PERFORM P280-FECHAR-CAMPHIST THRU P280-FIM
           END-IF.

           DISPLAY 'REGISTROS LIDOS.......: ' WS-LIDOS
           DISPLAY 'REGISTROS EXPORTADOS..: ' WS-EXPORTADOS
           DISPLAY 'FORA DA LISTA-ALVO....: ' WS-FORA-ALVO
           DISPLAY 'DE OUTRA EMPRESA......: ' WS-FORA-EMPRESA
           DISPLAY 'SUPRIMIDOS (OPT-OUT)..: ' WS-SUPRIMIDOS
           DISPLAY 'E-MAIL DEVOLVIDO......: ' WS-EMAIL-DEVOLVIDOS
           DISPLAY 'TITULARES FALECIDOS...: ' WS-FALECIDOS
           DISPLAY 'MENORES RETIDOS.......: ' WS-MENORES

           IF WS-FIM-RC = 0 AND WS-REJEITADOS > 0
               MOVE 4 TO WS-FIM-RC
                           AND (WS-FILTRO-GRUPO = 0
                           OR CD-GRUPO = WS-FILTRO-GRUPO)
                           AND NOT OPT-EMAIL-NAO
                           AND NOT EMAIL-DEVOLVIDO
                           AND NOT CPF-TITULAR-FALECIDO
                           AND NOT MENOR-SEM-CONSENTIMENTO
                           AND ALVO-OK
                           AND EMPRESA-OK
                       COPY TELCHECK.
                           ADD 1 TO WS-REJEITADOS
                       END-IF
                   ELSE
                       EVALUATE TRUE
                           WHEN CONTATO-EXCLUIDO
                               ADD 1 TO WS-EXCLUIDOS
      * TITULAR FALECIDO (APLCPF): NAO RECEBE MAIS CORRESPONDENCIA.
                           WHEN CPF-TITULAR-FALECIDO
                               ADD 1 TO WS-FALECIDOS
      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD): RETIDO.
                           WHEN MENOR-SEM-CONSENTIMENTO
                               ADD 1 TO WS-MENORES
                           WHEN OPT-EMAIL-NAO
                               ADD 1 TO WS-SUPRIMIDOS
      * HARD BOUNCE DO PROVEDOR (VEJA RETMAIL): NAO SE TENTA DE NOVO.
                           WHEN EMAIL-DEVOLVIDO
                               ADD 1 TO WS-EMAIL-DEVOLVIDOS
      * FORA DA LISTA-ALVO DO SELECONT: NAO EXPORTADO.
                           WHEN NOT ALVO-OK
                               ADD 1 TO WS-FORA-ALVO
                           WHEN NOT EMPRESA-OK
                               ADD 1 TO WS-FORA-EMPRESA
                           WHEN OTHER
                               ADD 1 TO WS-FORA-GRUPO
                       END-EVALUATE
                   END-IF
           END-READ
           .
       P178-FIM.


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
