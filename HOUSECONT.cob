      *          ESCALA PARA CENTENAS DE MILHARES DE CONTATOS. O
      *          TITULAR E O MENOR ID DO DOMICILIO (PRIMEIRO DA
      *          CHAVE ORDENADA). O RELATORIO MOSTRA QUANTAS PECAS
      *          FORAM ECONOMIZADAS NA TIRAGEM. O MENOR SEM O
      *          CONSENTIMENTO DO RESPONSAVEL FICA FORA DO
      *          AGRUPAMENTO, COMO NAS TIRAGENS, E E CONTADO A PARTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS                 PIC 9(05) VALUE ZEROES.
       77 WS-NAO-ENDERECAVEIS       PIC 9(05) VALUE ZEROES.
       77 WS-MENORES                PIC 9(05) VALUE ZEROES.
       77 WS-DOMICILIOS             PIC 9(05) VALUE ZEROES.
       77 WS-ECONOMIZADAS           PIC 9(05) VALUE ZEROES.

                   ADD 1 TO WS-LIDOS
                   IF NOT CONTATO-EXCLUIDO
                       ADD 1 TO WS-ATIVOS
      * QUEM NAO PODE RECEBER PECA (OPT-OUT DE MALA, ENDERECO
      * DEVOLVIDO OU TITULAR FALECIDO) NAO ENTRA NO AGRUPAMENTO: SE
      * FOSSE ELEITO TITULAR, AS TIRAGENS O SUPRIMIRIAM E O
      * DOMICILIO INTEIRO FICARIA SEM PECA.
                       IF OPT-MALA-NAO OR ENDERECO-DEVOLVIDO
                               OR CPF-TITULAR-FALECIDO
                           ADD 1 TO WS-NAO-ENDERECAVEIS
                       ELSE
      * MENOR SEM O CONSENTIMENTO DO RESPONSAVEL (LGPD): RETIDO.
                       IF MENOR-SEM-CONSENTIMENTO
                           ADD 1 TO WS-MENORES
                       ELSE
                           MOVE WS-CEP      TO SW-CEP
                           MOVE WS-RUA      TO SW-RUA
                           MOVE ID-CONTATO  TO SW-ID-CONTATO
                           MOVE NM-CONTATO  TO SW-NM-CONTATO
                           RELEASE REG-SORTWORK
                       END-IF
                       END-IF
                   END-IF
           END-READ
           .
           DISPLAY 'REGISTROS LIDOS........: ' WS-LIDOS
           DISPLAY 'CONTATOS ATIVOS........: ' WS-ATIVOS
           DISPLAY 'NAO ENDERECAVEIS.......: ' WS-NAO-ENDERECAVEIS
           DISPLAY 'MENORES RETIDOS........: ' WS-MENORES
           DISPLAY 'DOMICILIOS GRAVADOS....: ' WS-DOMICILIOS
           DISPLAY 'PECAS ECONOMIZADAS.....: ' WS-ECONOMIZADAS
           .
