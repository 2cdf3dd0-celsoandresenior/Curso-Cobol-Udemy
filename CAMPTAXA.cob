               05 WS-CAMP-ENV-EMAIL  PIC 9(05).
               05 WS-CAMP-RSP-MALA   PIC 9(05).
               05 WS-CAMP-RSP-EMAIL  PIC 9(05).
               05 WS-CAMP-ENV-SMS    PIC 9(05).
               05 WS-CAMP-RSP-SMS    PIC 9(05).
               05 WS-CAMP-ENV-TEL    PIC 9(05).
               05 WS-CAMP-RSP-TEL    PIC 9(05).
               05 WS-CAMP-ENV-VA     PIC 9(05).
               05 WS-CAMP-ENV-VB     PIC 9(05).
               05 WS-CAMP-RSP-VA     PIC 9(05).
       77 WS-GRP-CORRENTE           PIC 9(03) VALUE ZEROES.
       77 WS-CAMP-BUSCA             PIC X(10) VALUE SPACES.
       77 WS-CANAL-REL              PIC X(01) VALUE SPACES.
       77 WS-ROTULO-CANAL           PIC X(26) VALUE SPACES.

       77 WS-ACHADO                 PIC X VALUE 'N'.
          88 ACHADO-OK              VALUE 'S' FALSE 'N'.
                   IF WS-CAMP-CORRENTE > 0
                       MOVE CH-ID-CONTATO TO ID-CONTATO
                       PERFORM P420-LE-CONTATO THRU P420-FIM
                       EVALUATE TRUE
                           WHEN CH-CANAL-EMAIL
                               ADD 1 TO WS-CAMP-ENV-EMAIL
                                   (WS-CAMP-CORRENTE)
                           WHEN CH-CANAL-SMS
                               ADD 1 TO WS-CAMP-ENV-SMS
                                   (WS-CAMP-CORRENTE)
                           WHEN CH-CANAL-TELEFONE
                               ADD 1 TO WS-CAMP-ENV-TEL
                                   (WS-CAMP-CORRENTE)
                           WHEN OTHER
                               ADD 1 TO WS-CAMP-ENV-MALA
                                   (WS-CAMP-CORRENTE)
                       END-EVALUATE
                       IF CH-VARIANTE = 'B'
                           ADD 1 TO WS-CAMP-ENV-VB
                               (WS-CAMP-CORRENTE)
                   IF WS-CAMP-CORRENTE > 0
                       MOVE CR-ID-CONTATO TO ID-CONTATO
                       PERFORM P420-LE-CONTATO THRU P420-FIM
                       EVALUATE TRUE
                           WHEN CR-CANAL-EMAIL
                               ADD 1 TO WS-CAMP-RSP-EMAIL
                                   (WS-CAMP-CORRENTE)
                           WHEN CR-CANAL-SMS
                               ADD 1 TO WS-CAMP-RSP-SMS
                                   (WS-CAMP-CORRENTE)
                           WHEN CR-CANAL-TELEFONE
                               ADD 1 TO WS-CAMP-RSP-TEL
                                   (WS-CAMP-CORRENTE)
                           WHEN OTHER
                               ADD 1 TO WS-CAMP-RSP-MALA
                                   (WS-CAMP-CORRENTE)
                       END-EVALUATE
                       IF CR-VARIANTE = 'B'
                           ADD 1 TO WS-CAMP-RSP-VB
                               (WS-CAMP-CORRENTE)
           MOVE 'E' TO WS-CANAL-REL
           PERFORM P520-LINHA-CANAL THRU P520-FIM

      * A LINHA DO SMS SO SAI QUANDO A CAMPANHA USOU O CANAL.
           IF WS-CAMP-ENV-SMS(WS-CAMP-CORRENTE) > 0
                   OR WS-CAMP-RSP-SMS(WS-CAMP-CORRENTE) > 0
               MOVE WS-CAMP-ENV-SMS(WS-CAMP-CORRENTE)
                   TO WS-ENV-TOTAL
               MOVE WS-CAMP-RSP-SMS(WS-CAMP-CORRENTE)
                   TO WS-RSP-TOTAL
               MOVE 'S' TO WS-CANAL-REL
               PERFORM P520-LINHA-CANAL THRU P520-FIM
           END-IF

      * IDEM PARA AS LIGACOES DE TELEMARKETING.
           IF WS-CAMP-ENV-TEL(WS-CAMP-CORRENTE) > 0
                   OR WS-CAMP-RSP-TEL(WS-CAMP-CORRENTE) > 0
               MOVE WS-CAMP-ENV-TEL(WS-CAMP-CORRENTE)
                   TO WS-ENV-TOTAL
               MOVE WS-CAMP-RSP-TEL(WS-CAMP-CORRENTE)
                   TO WS-RSP-TOTAL
               MOVE 'T' TO WS-CANAL-REL
               PERFORM P520-LINHA-CANAL THRU P520-FIM
           END-IF

      * COMPARACAO DO TESTE A/B DA CAMPANHA, QUANDO A VARIANTE B
      * TEVE PECAS.
           IF WS-CAMP-ENV-VB(WS-CAMP-CORRENTE) > 0
       P520-LINHA-CANAL.
           PERFORM P550-CALCULA-TAXA THRU P550-FIM
           MOVE SPACES TO REG-RELTAXA
           EVALUATE WS-CANAL-REL
               WHEN 'E'
                   MOVE '  CANAL E-MAIL : ENVIADAS ' TO WS-ROTULO-CANAL
               WHEN 'S'
                   MOVE '  CANAL SMS    : ENVIADAS ' TO WS-ROTULO-CANAL
               WHEN 'T'
                   MOVE '  CANAL LIGACAO: ENVIADAS ' TO WS-ROTULO-CANAL
               WHEN OTHER
                   MOVE '  CANAL MALA   : ENVIADAS ' TO WS-ROTULO-CANAL
           END-EVALUATE
           STRING WS-ROTULO-CANAL   DELIMITED BY SIZE
                  WS-ENV-TOTAL      DELIMITED BY SIZE
                  '  RESPOSTAS '    DELIMITED BY SIZE
                  WS-RSP-TOTAL      DELIMITED BY SIZE
                  '  TAXA '         DELIMITED BY SIZE
                  WS-TAXA-EDITADA   DELIMITED BY SIZE
                  '%'               DELIMITED BY SIZE
                  INTO REG-RELTAXA
           END-STRING
           PERFORM P560-GRAVAR-LINHA THRU P560-FIM
           .
       P520-FIM.
