      * Date:
      * Purpose: CERTIFICADOS DE CONCLUSAO NUMERADOS: PARA CADA
      *          ALUNO CUJO STATUS COMBINADO DE NOTA E FREQUENCIA
      *          (REGRA DA TURMA NA AVALTAB, APLICADA PELO AVALCALC
      *          COMO NO LERARQUIVO, COM A RECUPERACAO DO RECUPMST)
      *          E APROVADO, DIRETO OU NA RECUPERACAO, GERA O
      *          CERTIFICADO PELO MECANISMO DE GABARITO DO CARTACONT
      *          (CERT.TPL, MARCADORES &ALUNO, &TURMA, &NUMERO E
      *          &DATA), COM NUMERO SEQUENCIAL DO CONTROLE CERTCTL E
      *          REGISTRO NO CADASTRO CERTREG (NUMERO, ALUNO, TURMA,
      *          DATA DE CONCLUSAO, EMISSAO E OPERADOR). O MODO CONSULTA
      *          CONFERE QUALQUER CERTIFICADO APRESENTADO PELO
      *          NUMERO. ALUNO JA CERTIFICADO NAO GANHA SEGUNDO
      *          NUMERO.
               RECORD KEY  IS FQ-CD-STUDENT
               FILE STATUS IS WS-FS-FRQ.

               SELECT RECUPMST ASSIGN TO DYNAMIC
               WS-RECUPMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RCP-CD-STUDENT
               FILE STATUS IS WS-FS-RCP.

               SELECT GABARITO ASSIGN TO DYNAMIC
               WS-GABARITO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD FREQMST.
          COPY FD_FREQ.

       FD RECUPMST.
          COPY FD_RECUP.

       FD GABARITO.
       01 REG-GABARITO              PIC X(80).

          VALUE 'C:\Users\gotic\opencobolfiles\STUDMST.DAT'.
       77 WS-FREQMST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\FREQMST.DAT'.
       77 WS-RECUPMST-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'.
       77 WS-GABARITO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\CERT.TPL'.
       77 WS-CERTCTL-PATH           PIC X(100)
          88 FS-STU-OK              VALUE 0.
       77 WS-FS-FRQ                 PIC 99.
          88 FS-FRQ-OK              VALUE 0.
       77 WS-FS-RCP                 PIC 99.
          88 FS-RCP-OK              VALUE 0.
       77 WS-FS-GAB                 PIC 99.
          88 FS-GAB-OK              VALUE 0.
       77 WS-FS-CTL                 PIC 99.
       77 WS-POS-IN                 PIC 9(03) VALUE ZEROES.
       77 WS-POS-OUT                PIC 9(03) VALUE ZEROES.

      * APURACAO DO STATUS (REGRA DA TURMA, VIA AVALCALC).
       77 WS-BIM                    PIC 9(01) VALUE ZEROES.
       77 WS-TOT-PRESENCAS          PIC 9(05) VALUE ZEROES.
       77 WS-TOT-FALTAS             PIC 9(05) VALUE ZEROES.
       77 WS-FREQ-ABERTA            PIC X VALUE 'N'.
          88 FREQ-ABERTA            VALUE 'S' FALSE 'N'.
       77 WS-RECUP-ABERTA           PIC X VALUE 'N'.
          88 RECUP-ABERTA           VALUE 'S' FALSE 'N'.
       77 WS-APROVADO               PIC X VALUE 'N'.
          88 APROVADO               VALUE 'S' FALSE 'N'.

       COPY AVALCALC.

       77 WS-NUMERO                 PIC 9(06) VALUE ZEROES.
       77 WS-NUMERO-CONSULTA        PIC 9(06) VALUE ZEROES.
       77 WS-JA-CERTIFICADO         PIC X VALUE 'N'.
                   TO WS-FREQMST-PATH
           END-IF

           DISPLAY 'RECUPMST_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-RECUPMST-PATH     FROM ENVIRONMENT-VALUE
           IF WS-RECUPMST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\RECUPMST.DAT'
                   TO WS-RECUPMST-PATH
           END-IF

           DISPLAY 'CERT_TPL_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-GABARITO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-GABARITO-PATH = SPACES
                   'STATUS SAIRA SO PELA NOTA.'
           END-IF

           SET FS-RCP-OK TO TRUE
           OPEN INPUT RECUPMST
           IF FS-RCP-OK
               SET RECUP-ABERTA TO TRUE
           END-IF

           OPEN OUTPUT CERTIFICADOS
           IF NOT FS-CER-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE CERTIFICADOS.'
           IF FREQ-ABERTA
               CLOSE FREQMST
           END-IF
           IF RECUP-ABERTA
               CLOSE RECUPMST
           END-IF
           IF FS-CER-OK
               CLOSE CERTIFICADOS
           END-IF
           .
       P210-FIM.

      * MESMO CALCULO DO LERARQUIVO: NOTAS DO ALUNO E TOTAIS DO
      * FREQMST PASSADOS AO AVALCALC, QUE APLICA A REGRA DA TURMA,
      * COM A NOTA DA RECUPERACAO QUANDO HOUVER.
      * SEM REGISTRO DE FREQUENCIA O ALUNO CONTA COMO 100% PRESENTE.
       P300-STATUS-FINAL.
           SET APROVADO TO FALSE
           MOVE 0 TO WS-TOT-PRESENCAS
           MOVE 0 TO WS-TOT-FALTAS
           IF FREQ-ABERTA
               MOVE CD-STUDENT TO FQ-CD-STUDENT
               READ FREQMST KEY IS FQ-CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P320-SOMA-BIMESTRE THRU P320-FIM
                           VARYING WS-BIM FROM 1 BY 1
                           UNTIL WS-BIM > 4
               END-READ
           END-IF

           MOVE ST-TURMA         TO AV-TURMA
           MOVE ST-NOTAS         TO AV-NOTAS
           MOVE WS-TOT-PRESENCAS TO AV-PRESENCAS
           MOVE WS-TOT-FALTAS    TO AV-FALTAS
           MOVE ZEROES           TO AV-NOTAS-RECUP
           IF RECUP-ABERTA
               MOVE CD-STUDENT TO RCP-CD-STUDENT
               READ RECUPMST KEY IS RCP-CD-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCP-NOTA(1) TO AV-NOTA-RECUP(1)
                       MOVE RCP-NOTA(2) TO AV-NOTA-RECUP(2)
                       MOVE RCP-NOTA(3) TO AV-NOTA-RECUP(3)
               END-READ
           END-IF
           CALL 'AVALCALC' USING CALCULO-AVALIACAO
           IF AV-APROVADO OR AV-APROVADO-RECUP
               SET APROVADO TO TRUE
           END-IF
           .
       P300-FIM.

       P320-SOMA-BIMESTRE.
           ADD FQ-PRESENCAS(WS-BIM) TO WS-TOT-PRESENCAS
           ADD FQ-FALTAS(WS-BIM)    TO WS-TOT-FALTAS
