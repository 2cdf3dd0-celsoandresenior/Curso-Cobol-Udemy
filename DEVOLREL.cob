      *          ATIVOS E OS COM ENDERECO MARCADO COMO DEVOLVIDO
      *          (VEJA DEVOLCONT), NO MESMO ESTILO DE ACUMULACAO EM
      *          MEMORIA DO ESTATCONT, E IMPRIME A TAXA DE
      *          DEVOLUCAO DE CADA UF. AS DEVOLUCOES DE ENDERECO EM
      *          AREA DE RESTRICAO DE ENTREGA DOS CORREIOS (RESTRTAB,
      *          CONSULTADA PELO RESTRVALID) SAEM CONTADAS A PARTE,
      *          POIS NESSAS AREAS A PECA ESPERA NA AGENCIA E VOLTA
      *          SEM QUE O ENDERECO ESTEJA ERRADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          COPY FD_CONTATOS.

       FD RELDEVOL.
       01 REG-RELDEVOL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CONTATOS-PATH          PIC X(100)
       77 WS-LIDOS                  PIC 9(05) VALUE ZEROES.
       77 WS-ATIVOS                 PIC 9(05) VALUE ZEROES.
       77 WS-DEVOLVIDOS             PIC 9(05) VALUE ZEROES.
       77 WS-DEV-RESTRITA           PIC 9(05) VALUE ZEROES.

      * AREA DE RESTRICAO DE ENTREGA DOS CORREIOS (VEJA RESTRVAL.cpy).
       COPY RESTRVAL.

      * TABELA DE ACUMULO POR UF, NO MESMO MOLDE DO ESTATCONT.
       77 WS-UF-QTD                 PIC 9(02) VALUE ZEROES.
               05 WS-UF-COD         PIC X(02).
               05 WS-UF-ATIVOS      PIC 9(05).
               05 WS-UF-DEVOLVIDOS  PIC 9(05).
               05 WS-UF-RESTRITA    PIC 9(05).

       77 WS-TAXA                   PIC 9(03)V99 VALUE ZEROES.

                   MOVE WS-UF TO WS-UF-COD(WS-UF-IDX)
                   MOVE 0     TO WS-UF-ATIVOS(WS-UF-IDX)
                   MOVE 0     TO WS-UF-DEVOLVIDOS(WS-UF-IDX)
                   MOVE 0     TO WS-UF-RESTRITA(WS-UF-IDX)
                   SET ACHADO-OK TO TRUE
               END-IF
           END-IF
               IF ENDERECO-DEVOLVIDO
                   ADD 1 TO WS-UF-DEVOLVIDOS(WS-UF-IDX)
                   ADD 1 TO WS-DEVOLVIDOS
                   PERFORM P230-CONFERE-RESTRICAO THRU P230-FIM
               END-IF
           END-IF
           .
           .
       P221-FIM.

      * DEVOLUCAO DE ENDERECO NO PAIS COM CEP EM FAIXA ATIVA DA
      * RESTRTAB CONTA COMO DEVOLUCAO DE AREA RESTRITA.
       P230-CONFERE-RESTRICAO.
           IF ENDERECO-EXTERIOR
               GO TO P230-FIM
           END-IF
           MOVE WS-CEP TO RV-CEP
           CALL 'RESTRVALID' USING VALIDACAO-RESTRICAO
           IF RV-RESTRITA
               ADD 1 TO WS-UF-RESTRITA(WS-UF-IDX)
               ADD 1 TO WS-DEV-RESTRITA
           END-IF
           .
       P230-FIM.

       P500-GERAR-RELATORIO.
           OPEN OUTPUT RELDEVOL
           IF FS-REL-OK
               PERFORM P510-IMPRIMIR-UF THRU P510-FIM
                   UNTIL WS-UF-IDX > WS-UF-QTD

               MOVE SPACES TO REG-RELDEVOL
               WRITE REG-RELDEVOL
               MOVE SPACES TO REG-RELDEVOL
               STRING 'TOTAL DEVOLVIDOS: '       DELIMITED BY SIZE
                      WS-DEVOLVIDOS              DELIMITED BY SIZE
                      '  DE AREA RESTRITA: '     DELIMITED BY SIZE
                      WS-DEV-RESTRITA            DELIMITED BY SIZE
                      INTO REG-RELDEVOL
               END-STRING
               WRITE REG-RELDEVOL

               CLOSE RELDEVOL
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE DEVOLUCOES.'
           DISPLAY 'REGISTROS LIDOS........: ' WS-LIDOS
           DISPLAY 'CONTATOS ATIVOS........: ' WS-ATIVOS
           DISPLAY 'ENDERECOS DEVOLVIDOS...: ' WS-DEVOLVIDOS
           DISPLAY 'DE AREA RESTRITA.......: ' WS-DEV-RESTRITA
           .
       P500-FIM.

                  WS-UF-DEVOLVIDOS(WS-UF-IDX)   DELIMITED BY SIZE
                  '  TAXA: '                    DELIMITED BY SIZE
                  WS-TAXA                       DELIMITED BY SIZE
                  '  RESTRITA: '                DELIMITED BY SIZE
                  WS-UF-RESTRITA(WS-UF-IDX)     DELIMITED BY SIZE
                  INTO REG-RELDEVOL
           END-STRING
           WRITE REG-RELDEVOL
